      *               ARQUIVO DE HISTORICO QUE O PROPRIO PROGRAMA      *00003500
      *               MANTEM (HISTHEAD), QUE TAMBEM DA A LINHA         *00003600
      *               COMPARATIVA COM O MES ANTERIOR.                  *00003700
      *               EMPREGADO AFASTADO NO FIM DA COMPETENCIA         *00000000
      *               (CADASTRO AFASTAM) SAI NA COLUNA AFAST, FORA DA  *00000000
      *               QUANTIDADE E DOS SALARIOS DO SETOR.              *00000000
      *----------------------------------------------------------------*00003800
      *    BASE DE DADOS:                                              *00003900
      *     TABELAS DB2                           INCLUDE/BOOK         *00004000
      *    JCLHISTA         I    HISTORICO DA EXECUCAO ANTERIOR        *00004600
      *    JCLHISTN         O    HISTORICO ATUALIZADO (P/ PROXIMO MES) *00004700
      *    JCLRELRH         O    RELATORIO MENSAL DE RH                *00004800
      *    JCLAFAST         I    CADASTRO DE AFASTAMENTOS              *00000000
      *----------------------------------------------------------------*00004900
      *    MODULO   :    GRAVALOG - TRATAMENTO DE ERROS                *00005000
      *----------------------------------------------------------------*00005100
      *    COPYBOOK :    B#GRALOG                                      *00005200
      *                  B#AFAST                                       *00000000
      *----------------------------------------------------------------*00005300
      *    PARAMETROS (VIA SYSIN):                                     *00005400
      *      COMPETENCIA (AAAAMM) - MES DAS ADMISSOES                  *00005500
      *----------------------------------------------------------------*00005600
      *    LAYOUT DO HISTHEAD (LRECL = 030):                           *00005700
      *      COMPETENCIA X(06), SETOR X(04), HEADCOUNT 9(05),          *00005800
      *      ARQUIVADOS 9(07), AFASTADOS 9(05),                        *00005900
      *      FILLER X(03)                                              *00000000
      *----------------------------------------------------------------*00006000
      *    HISTORICO DE ALTERACOES:                                    *00006100
      *      DATA        RESP.    DESCRICAO                            *00006200
      *      22/08/2026  DPC      VERSAO ORIGINAL                      *00006300
      *      15/10/2026  DPC      AFASTADOS (JCLAFAST, BOOK B#AFAST)   *00000000
      *                           SEPARADOS DO HEADCOUNT ATIVO: COLUNA *00000000
      *                           AFAST NO RELATORIO E NO HISTHEAD     *00000000
      ******************************************************************00006400
      *================================================================*00006500
                                                                        00006600
                                                                        00008900
             SELECT RELRH     ASSIGN     TO JCLRELRH                    00009000
                    FILE STATUS     IS WRK-FS-RELRH.                    00009100
             SELECT AFASTAM   ASSIGN     TO JCLAFAST                    00000000
                    FILE STATUS     IS WRK-FS-AFASTAM.                  00000000
                                                                        00009200
      *================================================================*00009300
       DATA                DIVISION.                                    00009400
          05 FD-HSA-SETOR             PIC X(04).                        00010800
          05 FD-HSA-HEADCOUNT         PIC 9(05).                        00010900
          05 FD-HSA-ARQUIVADOS        PIC 9(07).                        00011000
          05 FD-HSA-AFASTADOS        PIC 9(05).                         00011100
          05 FILLER                   PIC X(03).                        00000000
                                                                        00011200
       FD HISTNOVO                                                      00011300
           RECORDING MODE IS F                                          00011400
          05 FD-HSN-SETOR             PIC X(04).                        00011800
          05 FD-HSN-HEADCOUNT         PIC 9(05).                        00011900
          05 FD-HSN-ARQUIVADOS        PIC 9(07).                        00012000
          05 FD-HSN-AFASTADOS        PIC 9(05).                         00012100
          05 FILLER                   PIC X(03).                        00000000
                                                                        00012200
      *----------------------------------------------------------------*00012300
      *    OUTPUT - RELATORIO MENSAL DE RH - LRECL = 100               *00012400
           RECORDING MODE IS F                                          00012800
           BLOCK CONTAINS 0 RECORDS.                                    00012900
       01 FD-RELRH          PIC X(100).                                 00013000
      *----------------------------------------------------------------*00000000
      *    INPUT - CADASTRO DE AFASTAMENTOS (AFASTAM) - LRECL = 040    *00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
       FD AFASTAM                                                       00000000
           RECORDING MODE IS F                                          00000000
           BLOCK CONTAINS 0 RECORDS.                                    00000000
                                                                        00000000
           COPY 'B#AFAST'.                                              00000000
                                                                        00013100
      *----------------------------------------------------------------*00013200
       WORKING-STORAGE                            SECTION.              00013300
       77 WRK-FS-HISTANT         PIC X(002) VALUE SPACES.               00014200
       77 WRK-FS-HISTNOVO        PIC X(002) VALUE SPACES.               00014300
       77 WRK-FS-RELRH           PIC X(002) VALUE SPACES.               00014400
       77 WRK-FS-AFASTAM         PIC X(002) VALUE '00'.                 00000000
       77 WRK-COMPETENCIA        PIC X(006) VALUE SPACES.               00014500
       77 WRK-ANO-COMP           PIC X(004) VALUE SPACES.               00014600
       77 WRK-MES-COMP           PIC X(002) VALUE SPACES.               00014700
           88 WRK-SET-ACHOU-NAO      VALUE 'N'.                         00015200
       77 WRK-HIST-SETOR         PIC X(04) VALUE SPACES.                00015300
       77 WRK-HIST-QTDE          PIC 9(07) VALUE ZEROS.                 00015400
       77 WRK-AFD-ACHOU          PIC X(001) VALUE 'N'.                  00000000
           88 WRK-AFD-ACHOU-SIM      VALUE 'S'.                         00000000
                                                                        00015500
      *----------------------------------------------------------------*00015600
      *    TABELA DE AGREGACAO POR SETOR                               *00015700
             10 WRK-TAB-SET-ARQ-HOJE     PIC 9(07).                     00016900
             10 WRK-TAB-SET-ARQ-ANT      PIC 9(07).                     00017000
             10 WRK-TAB-SET-HEAD-ANT     PIC 9(05).                     00017100
             10 WRK-TAB-SET-AFAST        PIC 9(05).                     00000000
                                                                        00017200
       77 WRK-TAB-SET-QTDETAB    PIC 9(02) VALUE ZEROS.                 00017300
      *----------------------------------------------------------------*00000000
      *    EMPREGADOS AFASTADOS NO FIM DA COMPETENCIA (DO AFASTAM)     *00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
       01 WRK-TAB-AFASTADOS.                                            00000000
          05 WRK-TAB-AFD             OCCURS 500 TIMES                   00000000
                                      INDEXED BY WRK-IDX-AFD.           00000000
             10 WRK-TAB-AFD-ID           PIC 9(04).                     00000000
                                                                        00000000
       77 WRK-TAB-AFD-QTDE       PIC 9(03) VALUE ZEROS.                 00000000
                                                                        00017400
      *----------------------------------------------------------------*00017500
       01  FILLER                       PIC X(050)           VALUE      00017600
       77 ACUM-ATIVOS            PIC 9(05) VALUE ZEROS.                 00018000
       77 ACUM-ADMISSOES         PIC 9(05) VALUE ZEROS.                 00018100
       77 ACUM-DESLIGAMENTOS     PIC 9(05) VALUE ZEROS.                 00018200
       77 ACUM-AFASTADOS         PIC 9(05) VALUE ZEROS.                 00000000
                                                                        00018300
      *----------------------------------------------------------------*00018400
      *    LINHAS DO RELATORIO                                         *00018500
          05 FILLER               PIC X(005) VALUE 'ADMIS'.             00020100
          05 FILLER               PIC X(006) VALUE ' DESLG'.            00020200
          05 FILLER               PIC X(009) VALUE ' QTDE.ANT'.         00020300
          05 FILLER               PIC X(009) VALUE '    AFAST'.         00000000
          05 FILLER               PIC X(017) VALUE SPACES.              00020400
                                                                        00020500
       01 WRK-LINDET.                                                   00020600
          05 WRK-LD-SETOR         PIC X(004).                           00020700
          05 WRK-LD-DESLIG        PIC ZZ.ZZ9-.                          00021900
          05 FILLER               PIC X(002) VALUE SPACES.              00022000
          05 WRK-LD-HEAD-ANT      PIC ZZ.ZZ9.                           00022100
          05 FILLER               PIC X(001) VALUE SPACES.              00000000
          05 WRK-LD-AFAST         PIC ZZ.ZZ9.                           00000000
          05 FILLER               PIC X(016) VALUE SPACES.              00022200
                                                                        00022300
      *----------------------------------------------------------------*00022400
       01  FILLER                       PIC X(050)           VALUE      00022500
                 OUTPUT RELRH.                                          00030700
                                                                        00030800
            PERFORM 1100-TESTAR-STATUS.                                 00030900
            PERFORM 1500-CARREGAR-AFASTADOS.                            00000000
                                                                        00031000
            MOVE WRK-COMPETENCIA         TO WRK-CB-COMPETENCIA.         00031100
            WRITE FD-RELRH               FROM WRK-CAB01.                00031200
              MOVE WRK-FS-RELRH         TO WRK-STATUS                   00034000
              PERFORM 9999-TRATAR-ERROS                                 00034100
           END-IF.                                                      00034200
           IF WRK-FS-AFASTAM NOT EQUAL ZEROS AND                        00000000
              WRK-FS-AFASTAM NOT EQUAL '10'                             00000000
              MOVE 'FR05DB18'           TO WRK-PROGRAMA                 00000000
              MOVE '1100  '             TO WRK-SECAO                    00000000
              MOVE 'ERRO NO ARQUIVO AFASTAM' TO WRK-MENSAGEM            00000000
              MOVE WRK-FS-AFASTAM       TO WRK-STATUS                   00000000
              PERFORM 9999-TRATAR-ERROS                                 00000000
           END-IF.                                                      00000000
                                                                        00034300
      *----------------------------------------------------------------*00034400
       1100-99-FIM.                           EXIT.                     00034500
      *----------------------------------------------------------------*00034600
      ******************************************************************00000000
      *   C A R R E G A R   A F A S T A D O S                          *00000000
      ******************************************************************00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1500-CARREGAR-AFASTADOS               SECTION.                   00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *    SEM CADASTRO DE AFASTAMENTOS TODO ATIVO ESTA EM ATIVIDADE   *00000000
            OPEN INPUT AFASTAM.                                         00000000
            IF WRK-FS-AFASTAM EQUAL '35'                                00000000
               MOVE '10'               TO WRK-FS-AFASTAM                00000000
               GO                  TO 1500-99-FIM                       00000000
            END-IF.                                                     00000000
            PERFORM 1100-TESTAR-STATUS.                                 00000000
                                                                        00000000
            PERFORM 1510-LER-AFASTAM.                                   00000000
                                                                        00000000
            PERFORM 1520-GUARDAR-AFASTADO                               00000000
                    UNTIL WRK-FS-AFASTAM EQUAL '10'.                    00000000
                                                                        00000000
            CLOSE AFASTAM.                                              00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1500-99-FIM.                          EXIT.                      00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1510-LER-AFASTAM                      SECTION.                   00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
            READ AFASTAM.                                               00000000
                                                                        00000000
            IF WRK-FS-AFASTAM EQUAL '10'                                00000000
               GO                  TO 1510-99-FIM                       00000000
            END-IF.                                                     00000000
                                                                        00000000
            PERFORM 1100-TESTAR-STATUS.                                 00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1510-99-FIM.                          EXIT.                      00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1520-GUARDAR-AFASTADO                 SECTION.                   00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *    AFASTADO NO FIM DA COMPETENCIA: COMECOU ATE O MES E AINDA   *00000000
      *    NAO VOLTOU OU SO VOLTA DEPOIS DELE                          *00000000
            IF NOT FD-AFA-TIPO-VALIDO                                   00000000
             OR FD-AFA-DATA-INI (1:6) GREATER WRK-COMPETENCIA           00000000
               GO                  TO 1520-80-LER                       00000000
            END-IF.                                                     00000000
                                                                        00000000
            IF NOT FD-AFA-EM-ABERTO                                     00000000
             AND FD-AFA-RETORNO-EFET (1:6) NOT GREATER WRK-COMPETENCIA  00000000
               GO                  TO 1520-80-LER                       00000000
            END-IF.                                                     00000000
                                                                        00000000
            IF WRK-TAB-AFD-QTDE GREATER OR EQUAL 500                    00000000
               MOVE 'FR05DB18'         TO WRK-PROGRAMA                  00000000
               MOVE '1520  '           TO WRK-SECAO                     00000000
               MOVE 'TABELA DE AFASTADOS CHEIA' TO WRK-MENSAGEM         00000000
               MOVE SPACES             TO WRK-STATUS                    00000000
               PERFORM 9999-TRATAR-ERROS                                00000000
            END-IF.                                                     00000000
                                                                        00000000
            ADD 1                      TO WRK-TAB-AFD-QTDE.             00000000
            SET WRK-IDX-AFD            TO WRK-TAB-AFD-QTDE.             00000000
            MOVE FD-AFA-ID             TO WRK-TAB-AFD-ID (WRK-IDX-AFD). 00000000
                                                                        00000000
       1520-80-LER.                                                     00000000
            PERFORM 1510-LER-AFASTAM.                                   00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1520-99-FIM.                          EXIT.                      00000000
      *----------------------------------------------------------------*00000000
                                                                        00034700
      ******************************************************************00034800
      *        A G R E G A R   A T I V O S   ( F U N C 2 )             *00034900
            ADD 1                      TO ACUM-ATIVOS.                  00040200
                                                                        00040300
            PERFORM 2900-LOCALIZAR-SETOR.                               00040400
      *    AFASTADO CONTA A PARTE, FORA DA QTDE E DOS SALARIOS         *00000000
            PERFORM 2150-VERIFICAR-AFASTADO.                            00000000
            IF WRK-AFD-ACHOU-SIM                                        00000000
               ADD 1                   TO WRK-TAB-SET-AFAST             00000000
                                           (WRK-IDX-SET)                00000000
                                          ACUM-AFASTADOS                00000000
               GO                  TO 2100-50-ADMISSAO                  00000000
            END-IF.                                                     00000000
                                                                        00040500
            ADD 1                      TO WRK-TAB-SET-QTDE              00040600
                                           (WRK-IDX-SET).               00040700
                                           (WRK-IDX-SET)                00041600
            END-IF.                                                     00041700
                                                                        00041800
       2100-50-ADMISSAO.                                                00000000
      *    ADMISSAO DA COMPETENCIA: DATAADM = AAAA-MM-DD               *00041900
            IF DB2-DATAADM (1:4) EQUAL WRK-ANO-COMP                     00042000
             AND DB2-DATAADM (6:2) EQUAL WRK-MES-COMP                   00042100
      *----------------------------------------------------------------*00042700
       2100-99-FIM.                          EXIT.                      00042800
      *----------------------------------------------------------------*00042900
      *----------------------------------------------------------------*00000000
       2150-VERIFICAR-AFASTADO               SECTION.                   00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
            MOVE 'N'                   TO WRK-AFD-ACHOU.                00000000
                                                                        00000000
            IF WRK-TAB-AFD-QTDE EQUAL ZEROS                             00000000
               GO                  TO 2150-99-FIM                       00000000
            END-IF.                                                     00000000
                                                                        00000000
            SET WRK-IDX-AFD            TO 1.                            00000000
            SEARCH WRK-TAB-AFD                                          00000000
              AT END                                                    00000000
                 CONTINUE                                               00000000
              WHEN WRK-IDX-AFD GREATER WRK-TAB-AFD-QTDE                 00000000
                 CONTINUE                                               00000000
              WHEN WRK-TAB-AFD-ID (WRK-IDX-AFD) EQUAL DB2-ID            00000000
                 MOVE 'S'              TO WRK-AFD-ACHOU                 00000000
            END-SEARCH.                                                 00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       2150-99-FIM.                          EXIT.                      00000000
      *----------------------------------------------------------------*00000000
                                                                        00043000
      ******************************************************************00043100
      *   A G R E G A R   A R Q U I V A D O S   ( F U N C 2 H I S T )  *00043200
                                           (WRK-IDX-SET)                00060100
                                          WRK-TAB-SET-HEAD-ANT          00060200
                                           (WRK-IDX-SET)                00060300
                                          WRK-TAB-SET-AFAST             00000000
                                           (WRK-IDX-SET)                00000000
               MOVE 99999999,99        TO WRK-TAB-SET-MINIMO            00060400
                                           (WRK-IDX-SET)                00060500
            END-IF.                                                     00060600
                                                                        00066200
            MOVE WRK-TAB-SET-HEAD-ANT (WRK-IDX-SET)                     00066300
                                       TO WRK-LD-HEAD-ANT.              00066400
            MOVE WRK-TAB-SET-AFAST (WRK-IDX-SET)                        00000000
                                       TO WRK-LD-AFAST.                 00000000
                                                                        00066500
            WRITE FD-RELRH             FROM WRK-LINDET.                 00066600
            PERFORM 1100-TESTAR-STATUS.                                 00066700
                                       TO FD-HSN-HEADCOUNT.             00067500
            MOVE WRK-TAB-SET-ARQ-HOJE (WRK-IDX-SET)                     00067600
                                       TO FD-HSN-ARQUIVADOS.            00067700
            MOVE WRK-TAB-SET-AFAST (WRK-IDX-SET)                        00000000
                                       TO FD-HSN-AFASTADOS.             00000000
            WRITE FD-HISTNOVO.                                          00067800
            PERFORM 1100-TESTAR-STATUS.                                 00067900
                                                                        00068000
            DISPLAY '--------------------------------------'.           00069600
            DISPLAY 'COMPETENCIA......: ' WRK-COMPETENCIA.              00069700
            DISPLAY 'ATIVOS...........: ' ACUM-ATIVOS.                  00069800
            DISPLAY 'AFASTADOS........: ' ACUM-AFASTADOS.               00000000
            DISPLAY 'ADMISSOES MES....: ' ACUM-ADMISSOES.               00069900
            DISPLAY 'DESLIGAMENTOS MES: ' ACUM-DESLIGAMENTOS.           00070000
            DISPLAY '--------------------------------------'.           00070100
