      *    JCLDEPEN         I    CADASTRO DE DEPENDENTES (DEPREG)  *    00000000
      *    JCLHORAS         I    HORAS EXTRAS E FALTAS DO MES      *    00000000
      *    JCLHORRJ         O    LANCAMENTOS DE HORAS RECUSADOS    *    00000000
      *    JCLAFAST         I    CADASTRO DE AFASTAMENTOS          *    00000000
      *    JCLBCOEX         O    CREDITOS EM OUTROS BANCOS        *     00000000
      *    JCLRELSP         O    CONTROLE DA QUEBRA POR BANCO     *     00000000
      *    JCLEMPAN         I    EMPRESTIMOS CONSIGNADOS          *     00000000
      *    JCLEMPNO         O    CONSIGNADOS REGRAVADOS           *     00000000
      *    JCLCKPT         I/O   CHECKPOINT/RESTART DO CURSOR      *    00000000
      *----------------------------------------------------------------*00004500
      *    MODULO   :                                                  *00004600
      *               GRAVALOG - TRATAMENTO DE ERROS                   *00004700
      *    COPYBOOK :                                                  *00004900
      *               B#GRALOG - AREA DE TRATAMENTO DE ERROS           *00005000
      *               B#MOVREG - LAYOUT DO MOVIMENTO MOV2505         *  00004310
      *               B#CKPT   - AREA DE CHECKPOINT/RESTART        *    00000000
      *               B#AFAST  - CADASTRO DE AFASTAMENTOS        *      00000000
      *----------------------------------------------------------------*00005100
      *    PARAMETROS (VIA SYSIN):                                     *00005200
      *      COMPETENCIA (AAAAMM) - IMPRESSA NO CABECALHO              *00005300
      *                           LIQUIDO, O SALDO E AMORTIZADO E O *   00000000
      *                           CADASTRO E REGRAVADO (EMPNOVO);   *   00000000
      *                           SALDO ZERADO VIRA 'Q'             *   00000000
      *      15/10/2026  DPC      SALMOV   ACOMPANHA O B#MOVREG        *00002133
      *                           (GRUPO DE ESTORNO): LRECL = 106      *00004266
      *      15/10/2026  DPC      FOLHIST COM LRECL = 110: CONSIG =    *00000000
      *                           PARTE CONSIGNADA DE OUTROS-DEB       *00000000
      *      15/10/2026  DPC      CHECKPOINT/RESTART DO CURSOR      *   00000000
      *                           (JCLCKPT, BOOK B#CKPT): A CADA    *   00000000
      *                           EMPREGADO PAGO GRAVA SETOR/ID E   *   00000000
      *                           OS TOTAIS; NO RESTART REFAZ O     *   00000000
      *                           CALCULO ATE O ULTIMO ID SEM       *   00000000
      *                           GRAVAR (RECOMPONDO CONSIGNADOS,   *   00000000
      *                           HORAS, BANCOS E DISTRIBUICAO),    *   00000000
      *                           CONFERE OS TOTAIS COM OS DO       *   00000000
      *                           CHECKPOINT E SEGUE ANEXANDO AS    *   00000000
      *                           SAIDAS JA GRAVADAS                *   00000000
      *      15/10/2026  DPC      AFASTAMENTOS (JCLAFAST, BOOK      *   00000000
      *                           B#AFAST, MANTIDO PELO FR05DB74):  *   00000000
      *                           OS DIAS DO MES NAO PAGOS PELA     *   00000000
      *                           EMPRESA (DOENCA/ACIDENTE APOS O   *   00000000
      *                           15O DIA, NAO REMUNERADO DESDE O   *   00000000
      *                           1O) SAEM DO BRUTO NA PROPORCAO DE *   00000000
      *                           1/30 DO SALARIO; MES INTEIRO      *   00000000
      *                           AFASTADO = 30 DIAS. MATERNIDADE   *   00000000
      *                           NAO DESCONTA                      *   00000000
      ******************************************************************00006400
      *================================================================*00006500
                                                                        00006600
                                                                        00000000
             SELECT HORREJ    ASSIGN     TO JCLHORRJ                    00000000
                    FILE STATUS     IS WRK-FS-HORREJ.                   00000000
             SELECT AFASTAM   ASSIGN     TO JCLAFAST                    00000000
                    FILE STATUS     IS WRK-FS-AFASTAM.                  00000000

             SELECT BCOEXT    ASSIGN     TO JCLBCOEX                    00000000
                    FILE STATUS     IS WRK-FS-BCOEXT.                   00000000
                                                                        00000000
             SELECT EMPNOVO   ASSIGN     TO JCLEMPNO                    00000000
                    FILE STATUS     IS WRK-FS-EMPNOVO.                  00000000
                                                                        00000000
             SELECT CKPT      ASSIGN     TO JCLCKPT                     00000000
                    FILE STATUS     IS WRK-FS-CKPT.                     00000000
                                                                        00008900
      *================================================================*00009000
       DATA                DIVISION.                                    00009100
           COPY 'B#DADBAN'.                                             00000000
                                                                        00011230
      *----------------------------------------------------------------*00011240
      *    OUTPUT - CREDITOS DE SALARIO (SALMOV) - LRECL = 106         *00011250
      *----------------------------------------------------------------*00011260
                                                                        00011270
       FD SALMOV                                                        00011280
           COPY 'B#RECOR'.                                              00011490

      *----------------------------------------------------------------*00011500
      *    OUTPUT - HISTORICO DA FOLHA (FOLHIST) - LRECL = 110         *00011510
      *----------------------------------------------------------------*00011520
                                                                        00011530
       FD FOLHIST                                                       00011540
       01 FD-HORREJ.                                                    00000000
          05 FD-HRJ-TRANSACAO         PIC X(030).                       00000000
          05 FD-HRJ-MOTIVO            PIC X(030).                       00000000
      *----------------------------------------------------------------*00000000
      *    INPUT - CADASTRO DE AFASTAMENTOS (AFASTAM) - LRECL = 040    *00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
       FD AFASTAM                                                       00000000
           RECORDING MODE IS F                                          00000000
           BLOCK CONTAINS 0 RECORDS.                                    00000000
                                                                        00000000
           COPY 'B#AFAST'.                                              00000000

      *----------------------------------------------------------------*00000000
      *    OUTPUT - CREDITOS EM OUTROS BANCOS (BCOEXT) - LRECL = 050   *00000000
           RECORDING MODE IS F                                          00000000
           BLOCK CONTAINS 0 RECORDS.                                    00000000
       01 FD-EMPNOVO        PIC X(060).                                 00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
      *    I/O - CHECKPOINT/RESTART (CKPT) - LRECL = 165               *00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
       FD CKPT                                                          00000000
           RECORDING MODE IS F                                          00000000
           BLOCK CONTAINS 0 RECORDS.                                    00000000
       01 FD-CKPT           PIC X(165).                                 00000000
                                                                        00011800
      *----------------------------------------------------------------*00011900
       WORKING-STORAGE                            SECTION.              00012000
       77 WRK-FS-RELSPL          PIC X(002) VALUE SPACES.               00000000
       77 WRK-FS-EMPCONS         PIC X(002) VALUE '00'.                 00000000
       77 WRK-FS-EMPNOVO         PIC X(002) VALUE SPACES.               00000000
       77 WRK-FS-CKPT            PIC X(002) VALUE ZEROS.                00000000
       77 WRK-FS-AFASTAM         PIC X(002) VALUE '00'.                 00000000
       77 WRK-COMPETENCIA        PIC X(006) VALUE SPACES.               00013600
       77 WRK-EMAIL-NULL         PIC S9(4) COMP VALUE ZEROS.            00013700
       77 WRK-TELEFONE-NULL      PIC S9(4) COMP VALUE ZEROS.            00013800
       77 WRK-HOR-ACHOU          PIC X(01) VALUE 'N'.                   00000000
           88 WRK-HOR-ACHOU-SIM      VALUE 'S'.                         00000000
       77 WRK-IND-HOR            PIC 9(03) VALUE ZEROS.                 00000000
       77 WRK-VALOR-AFAST        PIC 9(08)V99 VALUE ZEROS.              00000000
       77 WRK-DIAS-AFAST         PIC 9(03) VALUE ZEROS.                 00000000
       77 WRK-DIAS-PAGOS-AFAST   PIC 9(02) VALUE ZEROS.                 00000000
       77 WRK-AFA-INI-INT        PIC 9(07) VALUE ZEROS.                 00000000
       77 WRK-AFA-FIM-INT        PIC 9(07) VALUE ZEROS.                 00000000
       77 WRK-INI-MES-INT        PIC 9(07) VALUE ZEROS.                 00000000
       77 WRK-FIM-MES-INT        PIC 9(07) VALUE ZEROS.                 00000000
       77 WRK-DIAS-MES           PIC 9(02) VALUE ZEROS.                 00000000
       01 WRK-DATA-REF-AFA.                                             00000000
          05 WRK-REF-AFA-ANO     PIC 9(04) VALUE ZEROS.                 00000000
          05 WRK-REF-AFA-MES     PIC 9(02) VALUE ZEROS.                 00000000
          05 WRK-REF-AFA-DIA     PIC 9(02) VALUE ZEROS.                 00000000
       01 WRK-DATA-REF-AFA-N     REDEFINES WRK-DATA-REF-AFA             00000000
                                 PIC 9(08).                             00000000
                                                                        00015300
      *----------------------------------------------------------------*00015400
      *    TABELAS DE FAIXAS (CARREGADAS DO TABDESC)                   *00015500
             10 WRK-TAB-HOR-FALTAS       PIC 9(02).                     00000000
             10 WRK-TAB-HOR-USADO        PIC X(01).                     00000000
       77 WRK-TAB-HOR-QTDE       PIC 9(03) VALUE ZEROS.                 00000000
      *----------------------------------------------------------------*00000000
      *    AFASTAMENTOS COM DESCONTO NA COMPETENCIA (DO AFASTAM)       *00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
       01 WRK-TAB-AFASTAM.                                              00000000
          05 WRK-TAB-AFA             OCCURS 300 TIMES                   00000000
                                      INDEXED BY WRK-IDX-AFA.           00000000
             10 WRK-TAB-AFA-ID           PIC 9(04).                     00000000
             10 WRK-TAB-AFA-TIPO         PIC X(01).                     00000000
             10 WRK-TAB-AFA-INI          PIC 9(08).                     00000000
             10 WRK-TAB-AFA-EFET         PIC X(08).                     00000000
       77 WRK-TAB-AFA-QTDE       PIC 9(03) VALUE ZEROS.                 00000000

      *----------------------------------------------------------------*00000000
      *    TOTAIS DA QUEBRA POR BANCO EXTERNO                          *00000000
       77 ACUM-HORAS-RECUSADAS   PIC 9(04) VALUE ZEROS.                 00000000
       77 ACUM-VALOR-HE          PIC 9(10)V99 VALUE ZEROS.              00000000
       77 ACUM-VALOR-FALTAS      PIC 9(10)V99 VALUE ZEROS.              00000000
       77 ACUM-AFASTADOS         PIC 9(05) VALUE ZEROS.                 00000000
       77 ACUM-VALOR-AFAST       PIC 9(10)V99 VALUE ZEROS.              00000000
       77 ACUM-CRED-INTERNOS     PIC 9(05) VALUE ZEROS.                 00000000
       77 ACUM-VALOR-INTERNOS    PIC 9(12)V99 VALUE ZEROS.              00000000
       77 ACUM-CRED-EXTERNOS     PIC 9(05) VALUE ZEROS.                 00000000
          05 WRK-RD-SETOR         PIC X(004).                           00022160
          05 FILLER               PIC X(027) VALUE SPACES.              00022170
                                                                        00022180
      *----------------------------------------------------------------*00000000
       01  FILLER                       PIC X(050)           VALUE      00000000
                    '*** AREA DA BOOK CHECKPOINT/RESTART ***'.          00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
       77 WRK-CKPT-INTERVALO     PIC 9(003) VALUE 1.                    00000000
       77 WRK-CKPT-CONTADOR      PIC 9(003) VALUE ZEROS.                00000000
       77 WRK-RESTART            PIC X(01) VALUE 'N'.                   00000000
           88 WRK-RESTART-SIM        VALUE 'S'.                         00000000
       77 WRK-SUPRIMIR-SAIDAS    PIC X(01) VALUE 'N'.                   00000000
           88 WRK-SUPRIMIR-SAIDAS-SIM VALUE 'S'.                        00000000
       77 WRK-SETOR-FECHADO      PIC X(01) VALUE 'N'.                   00000000
           88 WRK-SETOR-FECHADO-SIM  VALUE 'S'.                         00000000
       77 WRK-CHAVE-PAGO         PIC X(08) VALUE SPACES.                00000000
                                                                        00000000
       01 WRK-CHAVE-ATUAL.                                              00000000
          05 WRK-CHAVE-SETOR         PIC X(04).                         00000000
          05 WRK-CHAVE-ID            PIC 9(04).                         00000000
                                                                        00000000
                           COPY 'B#CKPT'.                               00000000
                                                                        00000000
       01 WRK-CKPT-AREA-R         REDEFINES  WRK-CKPT-AREA.             00000000
          05 FILLER                     PIC X(025).                     00000000
          05 WRK-CKPT-PAGOS             PIC 9(004).                     00000000
          05 WRK-CKPT-SEQ-CONTRACH      PIC 9(005).                     00000000
          05 WRK-CKPT-CREDITOS          PIC 9(005).                     00000000
          05 WRK-CKPT-CRED-EXTERNOS     PIC 9(005).                     00000000
          05 WRK-CKPT-BRUTO-GERAL       PIC 9(012)V99.                  00000000
          05 WRK-CKPT-LIQUIDO-GERAL     PIC S9(012)V99.                 00000000
          05 WRK-CKPT-HASH-SALMOV       PIC 9(011)V99.                  00000000
          05 WRK-CKPT-HASH-BCOEXT       PIC 9(011)V99.                  00000000
          05 WRK-CKPT-VALOR-CONSIG      PIC 9(010)V99.                  00000000
          05 WRK-CKPT-SETOR-FECHADO     PIC X(001).                     00000000
      *----------------------------------------------------------------*00022700
       01  FILLER                       PIC X(050)           VALUE      00022800
                        '*** AREA DE BOOK ***'.                         00022900
               GOBACK                                                   00029125
            END-IF.                                                     00029126
                                                                        00029200
            PERFORM 1800-LER-CHECKPOINT.                                00000000
                                                                        00000000
      *     NO RESTART AS SAIDAS DO CURSOR SAO ANEXADAS AS JA GRAVADAS;*00000000
      *     RELSPL E EMPNOVO SO SAO GRAVADOS NO FIM E SAEM POR INTEIRO *00000000
            IF WRK-RESTART-SIM                                          00000000
               OPEN INPUT  TABDESC                                      00000000
                    INPUT  DADOSBAN                                     00000000
                    EXTEND SALMOV                                       00000000
                    EXTEND CONTRACH                                     00000000
                    EXTEND HORREJ                                       00000000
                    EXTEND BCOEXT                                       00000000
                    OUTPUT RELSPL                                       00000000
                    OUTPUT EMPNOVO                                      00000000
                    EXTEND FOLHIST                                      00000000
                    EXTEND HOLERITE                                     00000000
            ELSE                                                        00000000
               OPEN INPUT  TABDESC                                      00000000
                    INPUT  DADOSBAN                                     00000000
                    OUTPUT SALMOV                                       00000000
                    OUTPUT CONTRACH                                     00000000
                    OUTPUT HORREJ                                       00000000
                    OUTPUT BCOEXT                                       00000000
                    OUTPUT RELSPL                                       00000000
                    OUTPUT EMPNOVO                                      00000000
                    EXTEND FOLHIST                                      00000000
                    OUTPUT HOLERITE                                     00000000
            END-IF.                                                     00000000
                                                                        00029500
            PERFORM 1100-TESTAR-STATUS.                                 00029600
                                                                        00029700
            PERFORM 1500-CARREGAR-DEPENDENTES.                          00000000

            PERFORM 1600-CARREGAR-HORAS.                                00000000
            PERFORM 1650-CARREGAR-AFASTAMENTOS.                         00000000

            PERFORM 1700-CARREGAR-CONSIGNADOS.                          00000000
                                                                        00029900
               PERFORM 9999-TRATAR-ERROS                                00030600
            END-IF.                                                     00030700
                                                                        00030800
      *     NO RESTART OS CABECALHOS JA ESTAO NAS SAIDAS                00000000
            IF WRK-RESTART-SIM                                          00000000
               GO                  TO 1000-99-FIM                       00000000
            END-IF.                                                     00000000
                                                                        00000000
            MOVE WRK-COMPETENCIA         TO WRK-CF-COMPETENCIA.         00030900
            WRITE FD-HOLERITE            FROM WRK-CAB-FOLHA.            00031000
            PERFORM 1100-TESTAR-STATUS.                                 00031100
              MOVE 'ERRO NO ARQUIVO HORASMOV' TO WRK-MENSAGEM           00000000
              MOVE WRK-FS-HORASMOV      TO WRK-STATUS                   00000000
              PERFORM 9999-TRATAR-ERROS                                 00000000
           END-IF.                                                      00000000
           IF WRK-FS-AFASTAM NOT EQUAL ZEROS AND                        00000000
              WRK-FS-AFASTAM NOT EQUAL '10'                             00000000
              MOVE 'FR05DB12'           TO WRK-PROGRAMA                 00000000
              MOVE '1100  '             TO WRK-SECAO                    00000000
              MOVE 'ERRO NO ARQUIVO AFASTAM' TO WRK-MENSAGEM            00000000
              MOVE WRK-FS-AFASTAM       TO WRK-STATUS                   00000000
              PERFORM 9999-TRATAR-ERROS                                 00000000
           END-IF.                                                      00000000
                                                                        00000000
           IF WRK-FS-HORREJ NOT EQUAL ZEROS                             00000000
              MOVE WRK-FS-SALMOV        TO WRK-STATUS                   00345014
              PERFORM 9999-TRATAR-ERROS                                 00345015
           END-IF.                                                      00345016
                                                                        00000000
           IF WRK-FS-CKPT NOT EQUAL ZEROS                               00000000
              MOVE 'FR05DB12'           TO WRK-PROGRAMA                 00000000
              MOVE '1100  '             TO WRK-SECAO                    00000000
              MOVE 'ERRO NO ARQUIVO CKPT' TO WRK-MENSAGEM               00000000
              MOVE WRK-FS-CKPT          TO WRK-STATUS                   00000000
              PERFORM 9999-TRATAR-ERROS                                 00000000
           END-IF.                                                      00000000
                                                                        00345017
      *----------------------------------------------------------------*00345018
       1100-99-FIM.                           EXIT.                     00034500
                                                                        00000000
            MOVE FD-HORASMOV       TO FD-HRJ-TRANSACAO.                 00000000
            MOVE WRK-MOTIVO-HORAS  TO FD-HRJ-MOTIVO.                    00000000
            IF NOT WRK-SUPRIMIR-SAIDAS-SIM                              00000000
               WRITE FD-HORREJ                                          00000000
               PERFORM 1100-TESTAR-STATUS                               00000000
            END-IF.                                                     00000000
            ADD 1                  TO ACUM-HORAS-RECUSADAS.             00000000
                                                                        00000000
            IF WRK-SUPRIMIR-SAIDAS-SIM                                  00000000
               GO                  TO 1630-99-FIM                       00000000
            END-IF.                                                     00000000
                                                                        00000000
            MOVE 'A'               TO WRK-SEVERIDADE.                   00000000
            MOVE 'FR05DB12'        TO WRK-PROGRAMA.                     00000000
            MOVE '1630  '          TO WRK-SECAO.                        00000000
      *----------------------------------------------------------------*00000000
       1630-99-FIM.                          EXIT.                      00000000
      *----------------------------------------------------------------*00000000
      ******************************************************************00000000
      *   C A R R E G A R   A F A S T A M E N T O S                    *00000000
      ******************************************************************00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1650-CARREGAR-AFASTAMENTOS            SECTION.                   00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *     PRIMEIRO E ULTIMO DIA DA COMPETENCIA, EM DIAS CORRIDOS     *00000000
            MOVE WRK-COMPETENCIA       TO WRK-DATA-REF-AFA (1:6).       00000000
            MOVE 01                    TO WRK-REF-AFA-DIA.              00000000
            COMPUTE WRK-INI-MES-INT =                                   00000000
                    FUNCTION INTEGER-OF-DATE (WRK-DATA-REF-AFA-N).      00000000
            ADD 1                      TO WRK-REF-AFA-MES.              00000000
            IF WRK-REF-AFA-MES GREATER 12                               00000000
               MOVE 01                 TO WRK-REF-AFA-MES               00000000
               ADD 1                   TO WRK-REF-AFA-ANO               00000000
            END-IF.                                                     00000000
            COMPUTE WRK-FIM-MES-INT =                                   00000000
                    FUNCTION INTEGER-OF-DATE (WRK-DATA-REF-AFA-N) - 1.  00000000
            COMPUTE WRK-DIAS-MES =                                      00000000
                    WRK-FIM-MES-INT - WRK-INI-MES-INT + 1.              00000000
                                                                        00000000
      *     SEM CADASTRO DE AFASTAMENTOS A FOLHA PAGA O MES CHEIO      *00000000
            OPEN INPUT AFASTAM.                                         00000000
            IF WRK-FS-AFASTAM EQUAL '35'                                00000000
               MOVE '10'           TO WRK-FS-AFASTAM                    00000000
               GO              TO 1650-99-FIM                           00000000
            END-IF.                                                     00000000
            PERFORM 1100-TESTAR-STATUS.                                 00000000
                                                                        00000000
            PERFORM 1660-LER-AFASTAM.                                   00000000
                                                                        00000000
            PERFORM 1670-GUARDAR-AFASTAMENTO                            00000000
                    UNTIL WRK-FS-AFASTAM EQUAL '10'.                    00000000
                                                                        00000000
            CLOSE AFASTAM.                                              00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1650-99-FIM.                          EXIT.                      00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1660-LER-AFASTAM                      SECTION.                   00000000
      *----------------------------------------------------------------*00000000
            READ AFASTAM                                                00000000
                                                                        00000000
               IF WRK-FS-AFASTAM   EQUAL '10'                           00000000
                  GO              TO 1660-99-FIM                        00000000
               END-IF.                                                  00000000
                                                                        00000000
               PERFORM 1100-TESTAR-STATUS.                              00000000
      *----------------------------------------------------------------*00000000
       1660-99-FIM.                          EXIT.                      00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1670-GUARDAR-AFASTAMENTO              SECTION.                   00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *     SO INTERESSAM OS AFASTAMENTOS COM DIAS NAO PAGOS PELA      *00000000
      *     EMPRESA QUE ALCANCAM A COMPETENCIA                         *00000000
            IF FD-AFA-TIPO-MATERNID                                     00000000
             OR NOT FD-AFA-TIPO-VALIDO                                  00000000
             OR FD-AFA-DATA-INI NOT NUMERIC                             00000000
               GO                  TO 1670-80-LER                       00000000
            END-IF.                                                     00000000
                                                                        00000000
            IF FD-AFA-DATA-INI (1:6) GREATER WRK-COMPETENCIA            00000000
               GO                  TO 1670-80-LER                       00000000
            END-IF.                                                     00000000
                                                                        00000000
            IF NOT FD-AFA-EM-ABERTO                                     00000000
               IF FD-AFA-RETORNO-EFET NOT NUMERIC                       00000000
                OR FD-AFA-RETORNO-EFET (1:6) LESS WRK-COMPETENCIA       00000000
                  GO               TO 1670-80-LER                       00000000
               END-IF                                                   00000000
            END-IF.                                                     00000000
                                                                        00000000
            IF WRK-TAB-AFA-QTDE LESS 300                                00000000
               ADD 1               TO WRK-TAB-AFA-QTDE                  00000000
               SET WRK-IDX-AFA     TO WRK-TAB-AFA-QTDE                  00000000
               MOVE FD-AFA-ID      TO WRK-TAB-AFA-ID (WRK-IDX-AFA)      00000000
               MOVE FD-AFA-TIPO    TO WRK-TAB-AFA-TIPO (WRK-IDX-AFA)    00000000
               MOVE FD-AFA-DATA-INI                                     00000000
                                   TO WRK-TAB-AFA-INI (WRK-IDX-AFA)     00000000
               MOVE FD-AFA-RETORNO-EFET                                 00000000
                                   TO WRK-TAB-AFA-EFET (WRK-IDX-AFA)    00000000
            ELSE                                                        00000000
               MOVE 'FR05DB12'           TO WRK-PROGRAMA                00000000
               MOVE '1670  '             TO WRK-SECAO                   00000000
               MOVE 'TABELA DE AFASTAMENTOS CHEIA'                      00000000
                                         TO WRK-MENSAGEM                00000000
               MOVE SPACES               TO WRK-STATUS                  00000000
               PERFORM 9999-TRATAR-ERROS                                00000000
            END-IF.                                                     00000000
                                                                        00000000
       1670-80-LER.                                                     00000000
            PERFORM 1660-LER-AFASTAM.                                   00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1670-99-FIM.                          EXIT.                      00000000
      *----------------------------------------------------------------*00000000

      ******************************************************************00000000
      *   C A R R E G A R   C O N S I G N A D O S                     * 00000000
      *----------------------------------------------------------------*00000000
      *----------------------------------------------------------------*00000000
                                                                        00041700
      ******************************************************************00000000
      *        L E R   C H E C K P O I N T                             *00000000
      ******************************************************************00000000
      *    O CHECKPOINT SO E RESTAURADO SE FOR DA MESMA COMPETENCIA E  *00000000
      *    TIVER EMPREGADOS PAGOS; A GUARDA DO GRAVARUN JA BARROU A    *00000000
      *    COMPETENCIA CONCLUIDA, ENTAO ELE E DE UMA RODADA QUE PAROU  *00000000
      *    NO MEIO. OS TOTAIS GRAVADOS SERVEM PARA CONFERIR O RECALCULO*00000000
      *    DOS EMPREGADOS JA PAGOS (2050-CONFERIR-CHECKPOINT).         *00000000
      *----------------------------------------------------------------*00000000
       1800-LER-CHECKPOINT                   SECTION.                   00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
            MOVE SPACES                TO WRK-CKPT-AREA.                00000000
            MOVE ZEROS                 TO WRK-CKPT-QTD-LIDOS.           00000000
                                                                        00000000
            OPEN INPUT CKPT.                                            00000000
                                                                        00000000
            IF WRK-FS-CKPT EQUAL ZEROS                                  00000000
               READ CKPT               INTO WRK-CKPT-AREA               00000000
               CLOSE CKPT                                               00000000
               IF WRK-CKPT-QTD-LIDOS GREATER ZEROS                      00000000
                AND WRK-CKPT-DATA-MOVTO (1:6) EQUAL WRK-COMPETENCIA     00000000
                  MOVE 'S'             TO WRK-RESTART                   00000000
                                          WRK-SUPRIMIR-SAIDAS           00000000
                  MOVE WRK-CKPT-SETOR-FECHADO TO WRK-SETOR-FECHADO      00000000
                  MOVE 'A'             TO WRK-SEVERIDADE                00000000
                  MOVE 'FR05DB12'      TO WRK-PROGRAMA                  00000000
                  MOVE '1800  '        TO WRK-SECAO                     00000000
                  MOVE 'RESTART DA FOLHA A PARTIR DO CHECKPOINT'        00000000
                                       TO WRK-MENSAGEM                  00000000
                  MOVE WRK-CKPT-CHAVE  TO WRK-STATUS                    00000000
                  CALL 'GRAVALOG'      USING WRK-LOG                    00000000
               END-IF                                                   00000000
            ELSE                                                        00000000
      *        SEM CHECKPOINT AINDA (PRIMEIRA EXECUCAO) NAO E ERRO      00000000
               CLOSE CKPT                                               00000000
               MOVE ZEROS              TO WRK-FS-CKPT                   00000000
            END-IF.                                                     00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1800-99-FIM.                          EXIT.                      00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      ******************************************************************00041800
      *                   P R O C E S S A R                            *00041900
      ******************************************************************00042000
            EXEC SQL                                                    00044200
              CLOSE CUR-FOLHA                                           00044300
            END-EXEC.                                                   00044400
                                                                        00000000
      *     RESTART COM CHECKPOINT NO ULTIMO EMPREGADO DO CURSOR        00000000
            IF WRK-SUPRIMIR-SAIDAS-SIM                                  00000000
               PERFORM 2050-CONFERIR-CHECKPOINT                         00000000
            END-IF.                                                     00000000
                                                                        00044500
      *----------------------------------------------------------------*00044600
       2000-99-FIM.                       EXIT.                         00044700
      *----------------------------------------------------------------*00044800
                                                                        00044900
      *----------------------------------------------------------------*00000000
      *    RESTART: O CURSOR FOI RELIDO ATE O EMPREGADO DO CHECKPOINT  *00000000
      *    SEM GRAVAR NADA. OS TOTAIS RECALCULADOS TEM QUE BATER COM   *00000000
      *    OS GRAVADOS; SE O FUNC2 OU OS ARQUIVOS DE ENTRADA MUDARAM   *00000000
      *    DESDE A RODADA INTERROMPIDA, A FOLHA PARA EM VEZ DE ANEXAR  *00000000
      *    VALORES DIFERENTES AOS JA GRAVADOS.                         *00000000
      *----------------------------------------------------------------*00000000
       2050-CONFERIR-CHECKPOINT              SECTION.                   00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
            IF ACUM-LIDOS              NOT EQUAL WRK-CKPT-QTD-LIDOS     00000000
            OR ACUM-PAGOS              NOT EQUAL WRK-CKPT-PAGOS         00000000
            OR WRK-SEQ-CONTRACH        NOT EQUAL WRK-CKPT-SEQ-CONTRACH  00000000
            OR ACUM-CREDITOS-GERADOS   NOT EQUAL WRK-CKPT-CREDITOS      00000000
            OR ACUM-CRED-EXTERNOS      NOT EQUAL WRK-CKPT-CRED-EXTERNOS 00000000
            OR ACUM-BRUTO-GERAL        NOT EQUAL WRK-CKPT-BRUTO-GERAL   00000000
            OR ACUM-LIQUIDO-GERAL      NOT EQUAL WRK-CKPT-LIQUIDO-GERAL 00000000
            OR ACUM-HASH-SALMOV        NOT EQUAL WRK-CKPT-HASH-SALMOV   00000000
            OR ACUM-HASH-BCOEXT        NOT EQUAL WRK-CKPT-HASH-BCOEXT   00000000
            OR ACUM-VALOR-CONSIG       NOT EQUAL WRK-CKPT-VALOR-CONSIG  00000000
               MOVE 'FR05DB12'         TO WRK-PROGRAMA                  00000000
               MOVE '2050  '           TO WRK-SECAO                     00000000
               MOVE 'RECALCULO DIVERGE DO CHECKPOINT'                   00000000
                                       TO WRK-MENSAGEM                  00000000
               MOVE WRK-CKPT-CHAVE     TO WRK-STATUS                    00000000
               PERFORM 9999-TRATAR-ERROS                                00000000
            END-IF.                                                     00000000
                                                                        00000000
            MOVE 'N'                   TO WRK-SUPRIMIR-SAIDAS.          00000000
            DISPLAY 'RESTART APOS SETOR/ID: ' WRK-CKPT-CHAVE.           00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       2050-99-FIM.                          EXIT.                      00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *----------------------------------------------------------------*00045000
       2100-PAGAR-EMPREGADO                  SECTION.                   00045100
      *----------------------------------------------------------------*00045200
               PERFORM 9999-TRATAR-ERROS                                00046900
            END-IF.                                                     00047000
                                                                        00047100
            MOVE DB2-SETOR             TO WRK-CHAVE-SETOR.              00000000
            MOVE DB2-ID                TO WRK-CHAVE-ID.                 00000000
                                                                        00000000
      *     RESTART: ATE A CHAVE DO CHECKPOINT SO RECALCULA             00000000
            IF WRK-SUPRIMIR-SAIDAS-SIM                                  00000000
             AND WRK-CHAVE-ATUAL GREATER WRK-CKPT-CHAVE (1:8)           00000000
               PERFORM 2050-CONFERIR-CHECKPOINT                         00000000
            END-IF.                                                     00000000
                                                                        00047300
            IF WRK-TEM-SETOR-SIM                                        00047400
             AND DB2-SETOR NOT EQUAL WRK-SETOR-ANTERIOR                 00047500
               PERFORM 2400-TOTALIZAR-SETOR                             00047600
            END-IF.                                                     00047700
                                                                        00000000
            ADD 1                      TO ACUM-LIDOS.                   00000000
                                                                        00047800
            IF NOT WRK-TEM-SETOR-SIM                                    00047900
               MOVE DB2-SETOR          TO WRK-SETOR-ANTERIOR            00048000

      *    REMUNERACAO VARIAVEL DO MES ANTES DAS FAIXAS DE DESCONTO  *  00000000
            PERFORM 2210-APLICAR-HORAS.                                 00000000
      *    DIAS DE AFASTAMENTO NAO PAGOS PELA EMPRESA                *  00000000
            PERFORM 2220-APLICAR-AFASTAMENTOS.                          00000000
                                                                        00000000
                                                                        00050400
      *    INSS: VALE A PRIMEIRA FAIXA CUJO TETO COMPORTA O SALARIO;   *00050500
                                                                        00000000
      *----------------------------------------------------------------*00000000
       2210-99-FIM.                          EXIT.                      00000000
      *----------------------------------------------------------------*00000000
      *----------------------------------------------------------------*00000000
       2220-APLICAR-AFASTAMENTOS             SECTION.                   00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
            MOVE ZEROS                 TO WRK-VALOR-AFAST               00000000
                                          WRK-DIAS-AFAST.               00000000
                                                                        00000000
            IF WRK-TAB-AFA-QTDE EQUAL ZEROS                             00000000
               GO                  TO 2220-99-FIM                       00000000
            END-IF.                                                     00000000
                                                                        00000000
            PERFORM 2225-SOMAR-DIAS-AFAST                               00000000
                    VARYING WRK-IDX-AFA FROM 1 BY 1                     00000000
                    UNTIL WRK-IDX-AFA GREATER WRK-TAB-AFA-QTDE.         00000000
                                                                        00000000
            IF WRK-DIAS-AFAST EQUAL ZEROS                               00000000
               GO                  TO 2220-99-FIM                       00000000
            END-IF.                                                     00000000
                                                                        00000000
      *     MES COMERCIAL: AFASTADO O MES INTEIRO DESCONTA 30 DIAS     *00000000
            IF WRK-DIAS-AFAST NOT LESS WRK-DIAS-MES                     00000000
             OR WRK-DIAS-AFAST GREATER 30                               00000000
               MOVE 30                 TO WRK-DIAS-AFAST                00000000
            END-IF.                                                     00000000
                                                                        00000000
            COMPUTE WRK-VALOR-AFAST ROUNDED =                           00000000
                    WRK-DIAS-AFAST * DB2-SALARIO / 30.                  00000000
                                                                        00000000
            IF WRK-VALOR-AFAST GREATER WRK-SALARIO-BRUTO                00000000
               MOVE ZEROS              TO WRK-SALARIO-BRUTO             00000000
            ELSE                                                        00000000
               SUBTRACT WRK-VALOR-AFAST FROM WRK-SALARIO-BRUTO          00000000
            END-IF.                                                     00000000
                                                                        00000000
            ADD 1                      TO ACUM-AFASTADOS.               00000000
            ADD WRK-VALOR-AFAST        TO ACUM-VALOR-AFAST.             00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       2220-99-FIM.                          EXIT.                      00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       2225-SOMAR-DIAS-AFAST                 SECTION.                   00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
            IF WRK-TAB-AFA-ID (WRK-IDX-AFA) NOT EQUAL DB2-ID            00000000
               GO                  TO 2225-99-FIM                       00000000
            END-IF.                                                     00000000
                                                                        00000000
      *     DOENCA E ACIDENTE: EMPRESA PAGA OS 15 PRIMEIROS DIAS, O    *00000000
      *     RESTO E DO INSS; NAO REMUNERADO: NENHUM DIA E PAGO         *00000000
            IF WRK-TAB-AFA-TIPO (WRK-IDX-AFA) EQUAL 'N'                 00000000
               MOVE ZEROS              TO WRK-DIAS-PAGOS-AFAST          00000000
            ELSE                                                        00000000
               MOVE 15                 TO WRK-DIAS-PAGOS-AFAST          00000000
            END-IF.                                                     00000000
                                                                        00000000
            COMPUTE WRK-AFA-INI-INT =                                   00000000
                    FUNCTION INTEGER-OF-DATE                            00000000
                             (WRK-TAB-AFA-INI (WRK-IDX-AFA))            00000000
                  + WRK-DIAS-PAGOS-AFAST.                               00000000
                                                                        00000000
      *     O DIA DO RETORNO EFETIVO JA E TRABALHADO                   *00000000
            IF WRK-TAB-AFA-EFET (WRK-IDX-AFA) EQUAL SPACES              00000000
               MOVE WRK-FIM-MES-INT    TO WRK-AFA-FIM-INT               00000000
            ELSE                                                        00000000
               MOVE WRK-TAB-AFA-EFET (WRK-IDX-AFA)                      00000000
                                       TO WRK-DATA-REF-AFA              00000000
               COMPUTE WRK-AFA-FIM-INT =                                00000000
                       FUNCTION INTEGER-OF-DATE (WRK-DATA-REF-AFA-N)    00000000
                     - 1                                                00000000
            END-IF.                                                     00000000
                                                                        00000000
            IF WRK-AFA-INI-INT LESS WRK-INI-MES-INT                     00000000
               MOVE WRK-INI-MES-INT    TO WRK-AFA-INI-INT               00000000
            END-IF.                                                     00000000
            IF WRK-AFA-FIM-INT GREATER WRK-FIM-MES-INT                  00000000
               MOVE WRK-FIM-MES-INT    TO WRK-AFA-FIM-INT               00000000
            END-IF.                                                     00000000
                                                                        00000000
            IF WRK-AFA-FIM-INT NOT LESS WRK-AFA-INI-INT                 00000000
               COMPUTE WRK-DIAS-AFAST = WRK-DIAS-AFAST                  00000000
                     + WRK-AFA-FIM-INT - WRK-AFA-INI-INT + 1            00000000
            END-IF.                                                     00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       2225-99-FIM.                          EXIT.                      00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
       2230-CONTAR-DEPENDENTES               SECTION.                   00000000
            MOVE WRK-VALOR-INSS        TO WRK-LD-INSS.                  00056300
            MOVE WRK-VALOR-IRRF        TO WRK-LD-IRRF.                  00056400
            MOVE WRK-SALARIO-LIQUIDO   TO WRK-LD-LIQUIDO.               00056500
            IF NOT WRK-SUPRIMIR-SAIDAS-SIM                              00000000
               WRITE FD-HOLERITE       FROM WRK-LINDET                  00000000
               PERFORM 1100-TESTAR-STATUS                               00000000
            END-IF.                                                     00000000
                                                                        00056800
            ADD 1                      TO ACUM-PAGOS                    00056900
                                          ACUM-QTDE-SETOR.              00057000
            PERFORM 2360-GRAVAR-CONTRACHEQUE.                           00057403

            PERFORM 2380-GRAVAR-HISTORICO.                              00057404
                                                                        00000000
            MOVE WRK-CHAVE-ATUAL       TO WRK-CHAVE-PAGO.               00000000
                                                                        00000000
            IF NOT WRK-SUPRIMIR-SAIDAS-SIM                              00000000
               MOVE 'N'                TO WRK-SETOR-FECHADO             00000000
               ADD 1                   TO WRK-CKPT-CONTADOR             00000000
               IF WRK-CKPT-CONTADOR NOT LESS WRK-CKPT-INTERVALO         00000000
                  PERFORM 2390-GRAVAR-CHECKPOINT                        00000000
               END-IF                                                   00000000
            END-IF.                                                     00000000
                                                                        00057500
      *----------------------------------------------------------------*00057600
       2300-99-FIM.                          EXIT.                      00057700
                                                                        00437026
            IF WRK-BAN-ACHOU-NAO                                        00437027
               ADD 1                   TO ACUM-SEM-DADOS-BANC           00437028
               IF NOT WRK-SUPRIMIR-SAIDAS-SIM                           00000000
                  MOVE 'A'             TO WRK-SEVERIDADE                00000000
                  MOVE 'FR05DB12'      TO WRK-PROGRAMA                  00000000
                  MOVE '2350  '        TO WRK-SECAO                     00000000
                  MOVE 'EMPREGADO SEM DADOS BANCARIOS'                  00000000
                                       TO WRK-MENSAGEM                  00000000
                  MOVE DB2-ID          TO WRK-STATUS                    00000000
                  CALL 'GRAVALOG'      USING WRK-LOG                    00000000
               END-IF                                                   00000000
               GO                  TO 2350-99-FIM                       00437036
            END-IF.                                                     00437037
                                                                        00437038
                   INTO FD-MOV2505-MOVIMENTO.                           00437047
            MOVE WRK-SALARIO-LIQUIDO   TO FD-MOV2505-VALOR.             00437048
            MOVE 'C'                   TO FD-MOV2505-TIPO.              00437049
            IF NOT WRK-SUPRIMIR-SAIDAS-SIM                              00000000
               WRITE FD-MOV2505                                         00000000
               PERFORM 1100-TESTAR-STATUS                               00000000
            END-IF.                                                     00000000
                                                                        00437052
            ADD 1                      TO ACUM-CREDITOS-GERADOS.        00437053
            ADD WRK-SALARIO-LIQUIDO    TO ACUM-HASH-SALMOV.             00437054
                                       TO FD-BCO-CONTA.                 00000000
            MOVE DB2-NOME              TO FD-BCO-NOME.                  00000000
            MOVE WRK-SALARIO-LIQUIDO   TO FD-BCO-VALOR.                 00000000
            IF NOT WRK-SUPRIMIR-SAIDAS-SIM                              00000000
               WRITE FD-BCOEXT                                          00000000
               PERFORM 1100-TESTAR-STATUS                               00000000
            END-IF.                                                     00000000
                                                                        00000000
            ADD 1                      TO ACUM-CRED-EXTERNOS.           00000000
            ADD WRK-SALARIO-LIQUIDO    TO ACUM-VALOR-EXTERNOS           00000000
      *----------------------------------------------------------------*00437066
                                                                        00437067
            ADD 1                      TO WRK-SEQ-CONTRACH.             00437068
                                                                        00000000
            IF WRK-SUPRIMIR-SAIDAS-SIM                                  00000000
               GO                  TO 2360-10-DISTRIBUICAO              00000000
            END-IF.                                                     00000000
                                                                        00437069
            WRITE FD-CONTRACH          FROM WRK-CC-SEPARA.              00437070
            MOVE WRK-COMPETENCIA       TO WRK-CC-COMPETENCIA.           00437071
               MOVE 'DESCONTO FALTAS..: ' TO WRK-CC-HOR-DESC            00000000
               MOVE WRK-VALOR-FALTAS   TO WRK-CC-HOR-VALOR              00000000
               WRITE FD-CONTRACH       FROM WRK-CC-HORAS                00000000
            END-IF.                                                     00000000
            IF WRK-VALOR-AFAST GREATER ZEROS                            00000000
               MOVE 'AFASTAMENTO......: ' TO WRK-CC-HOR-DESC            00000000
               MOVE WRK-VALOR-AFAST    TO WRK-CC-HOR-VALOR              00000000
               WRITE FD-CONTRACH       FROM WRK-CC-HORAS                00000000
            END-IF.                                                     00000000
                                                                        00437082
            MOVE 'DESCONTO INSS....: ' TO WRK-CC-DSC-NOME.              00437083
            WRITE FD-CONTRACH          FROM WRK-CC-LIQUIDO.             00437096
            PERFORM 1100-TESTAR-STATUS.                                 00437097
                                                                        00437098
       2360-10-DISTRIBUICAO.                                            00000000
            IF WRK-TAB-DIS-QTDE LESS 500                                00437099
               ADD 1                   TO WRK-TAB-DIS-QTDE              00437100
               SET WRK-IDX-DIS         TO WRK-TAB-DIS-QTDE              00437101
       2380-GRAVAR-HISTORICO                 SECTION.                   00437141
      *----------------------------------------------------------------*00437142
                                                                        00437143
            IF WRK-SUPRIMIR-SAIDAS-SIM                                  00000000
               GO                  TO 2380-99-FIM                       00000000
            END-IF.                                                     00000000
                                                                        00000000
            MOVE SPACES                TO FD-FOLHIST.                   00437144
            MOVE DB2-ID                TO FD-FHI-ID.                    00437145
            MOVE WRK-COMPETENCIA       TO FD-FHI-COMPETENCIA.           00437146
            MOVE WRK-VALOR-RECOR-CRED  TO FD-FHI-OUTROS-CRED.           00437152
            COMPUTE FD-FHI-OUTROS-DEB =                                 00000000
                    WRK-VALOR-RECOR-DEB + WRK-VALOR-CONSIG.             00000000
            MOVE WRK-VALOR-CONSIG      TO FD-FHI-CONSIG.                00000000
            MOVE WRK-SALARIO-LIQUIDO   TO FD-FHI-LIQUIDO.               00437154
            WRITE FD-FOLHIST.                                           00437155
            PERFORM 1100-TESTAR-STATUS.                                 00437156
      *----------------------------------------------------------------*00437158
       2380-99-FIM.                          EXIT.                      00437159
      *----------------------------------------------------------------*00437160
                                                                        00000000
      ******************************************************************00000000
      *          G R A V A R   C H E C K P O I N T                     *00000000
      ******************************************************************00000000
      *    GRAVADO DEPOIS DA ULTIMA SAIDA DO EMPREGADO (FOLHIST) E     *00000000
      *    DEPOIS DA LINHA DE TOTAL DE SETOR: A CHAVE E O SETOR/ID DO  *00000000
      *    ULTIMO EMPREGADO PAGO, COM OS TOTAIS ATE ELE.               *00000000
      *----------------------------------------------------------------*00000000
       2390-GRAVAR-CHECKPOINT                SECTION.                   00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
            OPEN OUTPUT CKPT.                                           00000000
            MOVE SPACES                TO WRK-CKPT-AREA.                00000000
            MOVE ACUM-LIDOS            TO WRK-CKPT-QTD-LIDOS.           00000000
            MOVE WRK-CHAVE-PAGO        TO WRK-CKPT-CHAVE.               00000000
            MOVE WRK-COMPETENCIA       TO WRK-CKPT-DATA-MOVTO (1:6).    00000000
            MOVE '01'                  TO WRK-CKPT-DATA-MOVTO (7:2).    00000000
            MOVE ACUM-PAGOS            TO WRK-CKPT-PAGOS.               00000000
            MOVE WRK-SEQ-CONTRACH      TO WRK-CKPT-SEQ-CONTRACH.        00000000
            MOVE ACUM-CREDITOS-GERADOS TO WRK-CKPT-CREDITOS.            00000000
            MOVE ACUM-CRED-EXTERNOS    TO WRK-CKPT-CRED-EXTERNOS.       00000000
            MOVE ACUM-BRUTO-GERAL      TO WRK-CKPT-BRUTO-GERAL.         00000000
            MOVE ACUM-LIQUIDO-GERAL    TO WRK-CKPT-LIQUIDO-GERAL.       00000000
            MOVE ACUM-HASH-SALMOV      TO WRK-CKPT-HASH-SALMOV.         00000000
            MOVE ACUM-HASH-BCOEXT      TO WRK-CKPT-HASH-BCOEXT.         00000000
            MOVE ACUM-VALOR-CONSIG     TO WRK-CKPT-VALOR-CONSIG.        00000000
            MOVE WRK-SETOR-FECHADO     TO WRK-CKPT-SETOR-FECHADO.       00000000
            WRITE FD-CKPT              FROM WRK-CKPT-AREA.              00000000
            PERFORM 1100-TESTAR-STATUS.                                 00000000
            CLOSE CKPT.                                                 00000000
            MOVE ZEROS                 TO WRK-CKPT-CONTADOR.            00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       2390-99-FIM.                          EXIT.                      00000000
      *----------------------------------------------------------------*00000000
                                                                        00057900
      ******************************************************************00058000
      *        T O T A L I Z A R   S E T O R                           *00058100
       2400-TOTALIZAR-SETOR                  SECTION.                   00058500
      *----------------------------------------------------------------*00058600
                                                                        00058700
      *     RESTART: SETOR JA TOTALIZADO NA RODADA INTERROMPIDA         00000000
            IF WRK-SUPRIMIR-SAIDAS-SIM                                  00000000
               MOVE 'N'                TO WRK-TEM-SETOR                 00000000
               GO                  TO 2400-99-FIM                       00000000
            END-IF.                                                     00000000
                                                                        00000000
            IF WRK-SETOR-FECHADO-SIM                                    00000000
               MOVE 'N'                TO WRK-SETOR-FECHADO             00000000
                                          WRK-TEM-SETOR                 00000000
               GO                  TO 2400-99-FIM                       00000000
            END-IF.                                                     00000000
                                                                        00000000
            MOVE WRK-SETOR-ANTERIOR    TO WRK-LS-SETOR.                 00058800
                                                                        00588001
            MOVE SPACES                TO WRK-LS-DESC.                  00588002
            PERFORM 1100-TESTAR-STATUS.                                 00059300
                                                                        00059400
            MOVE 'N'                   TO WRK-TEM-SETOR.                00059500
                                                                        00000000
            MOVE 'S'                   TO WRK-SETOR-FECHADO.            00000000
            PERFORM 2390-GRAVAR-CHECKPOINT.                             00000000
                                                                        00059600
      *----------------------------------------------------------------*00059700
       2400-99-FIM.                          EXIT.                      00059800
                  BCOEXT                                                00000000
                  RELSPL                                                00000000
                  EMPNOVO.                                              00000000
                                                                        00000000
            PERFORM 3500-LIMPAR-CHECKPOINT.                             00000000
                                                                        00061400
            DISPLAY '--------------------------------------'.           00061500
            DISPLAY 'COMPETENCIA......: ' WRK-COMPETENCIA.              00061600
            DISPLAY 'HORAS RECUSADAS..: ' ACUM-HORAS-RECUSADAS.         00000000
            DISPLAY 'VALOR HORAS EXTRAS ' ACUM-VALOR-HE.                00000000
            DISPLAY 'VALOR FALTAS.....: ' ACUM-VALOR-FALTAS.            00000000
            DISPLAY 'AFASTADOS COM DESC ' ACUM-AFASTADOS.               00000000
            DISPLAY 'VALOR AFASTAMENTO: ' ACUM-VALOR-AFAST.             00000000
            DISPLAY 'CREDITOS INTERNOS: ' ACUM-CRED-INTERNOS.           00000000
            DISPLAY 'CREDITOS EXTERNOS: ' ACUM-CRED-EXTERNOS.           00000000
            DISPLAY 'PARCELAS CONSIG..: ' ACUM-PARC-CONSIG.             00000000
       3410-99-FIM.                          EXIT.                      00000000
      *----------------------------------------------------------------*00063418
                                                                        00063419
      ******************************************************************00000000
      *          L I M P A R   C H E C K P O I N T                     *00000000
      ******************************************************************00000000
      *    FIM NORMAL DA FOLHA: O CHECKPOINT E REGRAVADO ZERADO PARA A *00000000
      *    PROXIMA COMPETENCIA (OU UM RERUN DESTA) COMECAR DO INICIO   *00000000
      *    DO CURSOR EM VEZ DE RESTAURAR UMA FOLHA CONCLUIDA.          *00000000
      *----------------------------------------------------------------*00000000
       3500-LIMPAR-CHECKPOINT                SECTION.                   00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
            OPEN OUTPUT CKPT.                                           00000000
            MOVE SPACES                TO WRK-CKPT-AREA.                00000000
            MOVE ZEROS                 TO WRK-CKPT-QTD-LIDOS.           00000000
            MOVE WRK-COMPETENCIA       TO WRK-CKPT-DATA-MOVTO (1:6).    00000000
            MOVE '01'                  TO WRK-CKPT-DATA-MOVTO (7:2).    00000000
            WRITE FD-CKPT              FROM WRK-CKPT-AREA.              00000000
            PERFORM 1100-TESTAR-STATUS.                                 00000000
            CLOSE CKPT.                                                 00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       3500-99-FIM.                          EXIT.                      00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      ******************************************************************00063400
      *                 T R A T A R   E R R O S                        *00063500
      ******************************************************************00063600
