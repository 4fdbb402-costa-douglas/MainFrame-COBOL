      *    JCLSALMO         O    CREDITOS DE FERIAS (LAYOUT MOV2505)   *00005700
      *    JCLFERRJ         O    PROGRAMACOES RECUSADAS                *00005800
      *    JCLRELFX         O    MEMORIA DE PAGAMENTO + A VENCER       *00005900
      *    JCLAFAST         I    CADASTRO DE AFASTAMENTOS              *00000000
      *----------------------------------------------------------------*00006000
      *    MODULO   :                                                  *00006100
      *               GRAVALOG - TRATAMENTO DE ERROS                   *00006200
      *               B#FERIAS - DIREITO DE FERIAS POR EMPREGADO       *00006500
      *               B#GRALOG - AREA DE TRATAMENTO DE ERROS           *00006600
      *               B#MOVREG - LAYOUT DO MOVIMENTO MOV2505           *00006700
      *               B#AFAST  - CADASTRO DE AFASTAMENTOS              *00000000
      *----------------------------------------------------------------*00006800
      *    PARAMETROS (VIA SYSIN):                                     *00006900
      *      COMPETENCIA (AAAAMM) - IMPRESSA NOS CREDITOS              *00007000
      *    HISTORICO DE ALTERACOES:                                    *00007200
      *      DATA        RESP.    DESCRICAO                            *00007300
      *      02/09/2026  DPC      VERSAO ORIGINAL                      *00007400
      *      15/10/2026  DPC      SALMOV   ACOMPANHA O B#MOVREG        *00007433
      *                           (GRUPO DE ESTORNO): LRECL = 106      *00007466
      *      15/10/2026  DPC      FOLHIST COM LRECL = 110 (CONSIG      *00000000
      *                           ZERADO: FERIAS NAO TEM CONSIGNADO)   *00000000
      *      15/10/2026  DPC      AFASTAMENTOS (JCLAFAST, BOOK         *00000000
      *                           B#AFAST): AFASTAMENTO NAO REMUNERADO *00000000
      *                           SUSPENDE O PERIODO AQUISITIVO (O FIM *00000000
      *                           E O LIMITE ANDAM OS DIAS AFASTADOS); *00000000
      *                           MAIS DE 180 DIAS DE INSS (DOENCA OU  *00000000
      *                           ACIDENTE APOS O 15O DIA) NO PERIODO  *00000000
      *                           PERDE O DIREITO E NOVO PERIODO COMECA*00000000
      *                           NO RETORNO                           *00000000
      ******************************************************************00007500
      *================================================================*00007600
                                                                        00007700

             SELECT FOLHIST   ASSIGN     TO FOLHIST                     00000000
                    FILE STATUS     IS WRK-FS-FOLHIST.                  00000000
             SELECT AFASTAM   ASSIGN     TO JCLAFAST                    00000000
                    FILE STATUS     IS WRK-FS-AFASTAM.                  00000000
                                                                        00011700
      *================================================================*00011800
       DATA                DIVISION.                                    00011900
       01 FD-FERNOVO        PIC X(040).                                 00018400
                                                                        00018500
      *----------------------------------------------------------------*00018600
      *    OUTPUT - CREDITOS DE FERIAS (SALMOV) - LRECL = 106          *00018700
      *----------------------------------------------------------------*00018800
                                                                        00018900
       FD SALMOV                                                        00019000
       01 FD-RELFEX         PIC X(100).                                 00021500

      *----------------------------------------------------------------*00000000
      *    OUTPUT - HISTORICO DA FOLHA (FOLHIST) - LRECL = 110         *00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
       FD FOLHIST                                                       00000000
                                                                        00000000
           COPY 'B#FOLHIS'.                                             00000000
                                                                        00021600
      *----------------------------------------------------------------*00000000
      *    INPUT - CADASTRO DE AFASTAMENTOS (AFASTAM) - LRECL = 040    *00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
       FD AFASTAM                                                       00000000
           RECORDING MODE IS F                                          00000000
           BLOCK CONTAINS 0 RECORDS.                                    00000000
                                                                        00000000
           COPY 'B#AFAST'.                                              00000000
                                                                        00000000
      *----------------------------------------------------------------*00021700
       WORKING-STORAGE                            SECTION.              00021800
      *----------------------------------------------------------------*00021900
       77 WRK-FS-FERREJ          PIC X(002) VALUE SPACES.               00023300
       77 WRK-FS-RELFEX          PIC X(002) VALUE SPACES.               00023400
       77 WRK-FS-FOLHIST         PIC X(002) VALUE SPACES.               00000000
       77 WRK-FS-AFASTAM         PIC X(002) VALUE '00'.                 00000000
       77 WRK-COMPETENCIA        PIC X(006) VALUE SPACES.               00023500
       77 WRK-DATA-HOJE          PIC X(008) VALUE SPACES.               00023600
       77 WRK-MOTIVO-RECUSA      PIC X(030) VALUE SPACES.               00023700
           88 WRK-BAN-ACHOU-SIM      VALUE 'S'.                         00026200
           88 WRK-BAN-ACHOU-NAO      VALUE 'N'.                         00026300
       77 WRK-IND-FER            PIC 9(03) VALUE ZEROS.                 00026400
       77 WRK-PER-INI-INT        PIC 9(007) VALUE ZEROS.                00000000
       77 WRK-PER-NOM-INT        PIC 9(007) VALUE ZEROS.                00000000
       77 WRK-PER-FIM-INT        PIC 9(007) VALUE ZEROS.                00000000
       77 WRK-OVL-INI-INT        PIC 9(007) VALUE ZEROS.                00000000
       77 WRK-OVL-FIM-INT        PIC 9(007) VALUE ZEROS.                00000000
       77 WRK-DIAS-INSS          PIC 9(005) VALUE ZEROS.                00000000
       77 WRK-DIAS-SUSP          PIC 9(005) VALUE ZEROS.                00000000
       77 WRK-DIAS-CONTADOS      PIC 9(005) VALUE ZEROS.                00000000
       77 WRK-RETORNO-INSS       PIC X(008) VALUE SPACES.               00000000
       77 WRK-PER-FIM-ANT        PIC X(008) VALUE SPACES.               00000000
       77 WRK-SUSP-ESTAVEL       PIC X(01) VALUE 'N'.                   00000000
           88 WRK-SUSP-ESTAVEL-SIM   VALUE 'S'.                         00000000
       01 WRK-DATA-AFA.                                                 00000000
          05 WRK-DATA-AFA-ANO    PIC 9(004) VALUE ZEROS.                00000000
          05 WRK-DATA-AFA-MMDD   PIC 9(004) VALUE ZEROS.                00000000
       01 WRK-DATA-AFA-N         REDEFINES WRK-DATA-AFA                 00000000
                                 PIC 9(008).                            00000000
                                                                        00026500
      *----------------------------------------------------------------*00026600
      *    DIREITOS DE FERIAS POR EMPREGADO (FERANT + FUNC2)           *00026700
             10 WRK-TAB-FER-LIMITE       PIC X(08).                     00028100
             10 WRK-TAB-FER-ATIVO        PIC X(01).                     00028200
       77 WRK-TAB-FER-QTDE       PIC 9(03) VALUE ZEROS.                 00028300
      *----------------------------------------------------------------*00000000
      *    AFASTAMENTOS QUE MEXEM NO PERIODO AQUISITIVO (DO AFASTAM),  *00000000
      *    EM DIAS CORRIDOS; AFASTAMENTO EM ABERTO CONTA ATE HOJE      *00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
       01 WRK-TAB-AFASTAM.                                              00000000
          05 WRK-TAB-AFA             OCCURS 300 TIMES                   00000000
                                      INDEXED BY WRK-IDX-AFA.           00000000
             10 WRK-TAB-AFA-ID           PIC 9(04).                     00000000
             10 WRK-TAB-AFA-TIPO         PIC X(01).                     00000000
             10 WRK-TAB-AFA-INI-INT      PIC 9(07).                     00000000
             10 WRK-TAB-AFA-FIM-INT      PIC 9(07).                     00000000
             10 WRK-TAB-AFA-RETORNO      PIC X(08).                     00000000
       77 WRK-TAB-AFA-QTDE       PIC 9(03) VALUE ZEROS.                 00000000
                                                                        00028400
      *----------------------------------------------------------------*00028500
      *    TABELAS DE FAIXAS (CARREGADAS DO TABDESC)                   *00028600
       77 ACUM-LIDOS-FUNC        PIC 9(04) VALUE ZEROS.                 00032200
       77 ACUM-PERIODOS-NOVOS    PIC 9(04) VALUE ZEROS.                 00032300
       77 ACUM-PERIODOS-VIRADOS  PIC 9(04) VALUE ZEROS.                 00032400
       77 ACUM-PERIODOS-SUSP     PIC 9(04) VALUE ZEROS.                 00000000
       77 ACUM-DIREITOS-PERDIDOS PIC 9(04) VALUE ZEROS.                 00000000
       77 ACUM-PROGRAMACOES      PIC 9(04) VALUE ZEROS.                 00032500
       77 ACUM-PAGAS             PIC 9(04) VALUE ZEROS.                 00032600
       77 ACUM-RECUSADAS         PIC 9(04) VALUE ZEROS.                 00032700
            PERFORM 1300-CARREGAR-BANCARIOS.                            00047100
                                                                        00047200
            PERFORM 1400-CARREGAR-FERANT.                               00047300
            PERFORM 1500-CARREGAR-AFASTAM.                              00000000
                                                                        00047400
            IF WRK-TAB-INS-QTDE EQUAL ZEROS                             00047500
               OR WRK-TAB-IRF-QTDE EQUAL ZEROS                          00047600
              MOVE 'ERRO NO ARQUIVO FOLHIST'  TO WRK-MENSAGEM           00000000
              MOVE WRK-FS-FOLHIST       TO WRK-STATUS                   00000000
              PERFORM 9990-ERRO-ARQUIVO                                 00000000
           END-IF.                                                      00000000
           IF WRK-FS-AFASTAM NOT EQUAL ZEROS AND                        00000000
              WRK-FS-AFASTAM NOT EQUAL '10'                             00000000
              MOVE 'ERRO NO ARQUIVO AFASTAM'  TO WRK-MENSAGEM           00000000
              MOVE WRK-FS-AFASTAM       TO WRK-STATUS                   00000000
              PERFORM 9990-ERRO-ARQUIVO                                 00000000
           END-IF.                                                      00000000
                                                                        00000000
      *----------------------------------------------------------------*00055900
      *----------------------------------------------------------------*00076600
       1420-99-FIM.                          EXIT.                      00076700
      *----------------------------------------------------------------*00076800
      ******************************************************************00000000
      *   C A R R E G A R   A F A S T A M E N T O S                    *00000000
      ******************************************************************00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1500-CARREGAR-AFASTAM                 SECTION.                   00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *     SEM CADASTRO DE AFASTAMENTOS OS PERIODOS NAO SE ALTERAM    *00000000
            OPEN INPUT AFASTAM.                                         00000000
            IF WRK-FS-AFASTAM EQUAL '35'                                00000000
               MOVE '10'           TO WRK-FS-AFASTAM                    00000000
               GO              TO 1500-99-FIM                           00000000
            END-IF.                                                     00000000
            PERFORM 1100-TESTAR-STATUS.                                 00000000
                                                                        00000000
            PERFORM 1510-LER-AFASTAM.                                   00000000
                                                                        00000000
            PERFORM 1520-GUARDAR-AFASTAMENTO                            00000000
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
            READ AFASTAM                                                00000000
                                                                        00000000
               IF WRK-FS-AFASTAM  EQUAL '10'                            00000000
                  GO              TO 1510-99-FIM                        00000000
               END-IF.                                                  00000000
                                                                        00000000
               PERFORM 1100-TESTAR-STATUS.                              00000000
      *----------------------------------------------------------------*00000000
       1510-99-FIM.                          EXIT.                      00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1520-GUARDAR-AFASTAMENTO              SECTION.                   00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *     MATERNIDADE NAO MEXE NO PERIODO AQUISITIVO                 *00000000
            IF FD-AFA-TIPO-MATERNID                                     00000000
             OR NOT FD-AFA-TIPO-VALIDO                                  00000000
             OR FD-AFA-DATA-INI NOT NUMERIC                             00000000
             OR FD-AFA-DATA-INI GREATER WRK-DATA-HOJE                   00000000
               GO                  TO 1520-80-LER                       00000000
            END-IF.                                                     00000000
                                                                        00000000
            IF NOT FD-AFA-EM-ABERTO                                     00000000
             AND FD-AFA-RETORNO-EFET NOT NUMERIC                        00000000
               GO                  TO 1520-80-LER                       00000000
            END-IF.                                                     00000000
                                                                        00000000
            IF WRK-TAB-AFA-QTDE GREATER OR EQUAL 300                    00000000
               MOVE 'FR05DB42'           TO WRK-PROGRAMA                00000000
               MOVE '1520  '             TO WRK-SECAO                   00000000
               MOVE 'TABELA DE AFASTAMENTOS CHEIA' TO WRK-MENSAGEM      00000000
               MOVE SPACES               TO WRK-STATUS                  00000000
               PERFORM 9999-TRATAR-ERROS                                00000000
            END-IF.                                                     00000000
                                                                        00000000
            ADD 1                  TO WRK-TAB-AFA-QTDE.                 00000000
            SET WRK-IDX-AFA        TO WRK-TAB-AFA-QTDE.                 00000000
            MOVE FD-AFA-ID         TO WRK-TAB-AFA-ID (WRK-IDX-AFA).     00000000
            MOVE FD-AFA-TIPO       TO WRK-TAB-AFA-TIPO (WRK-IDX-AFA).   00000000
            MOVE FD-AFA-DATA-INI   TO WRK-DATA-AFA.                     00000000
            COMPUTE WRK-TAB-AFA-INI-INT (WRK-IDX-AFA) =                 00000000
                    FUNCTION INTEGER-OF-DATE (WRK-DATA-AFA-N).          00000000
            MOVE FD-AFA-RETORNO-EFET TO WRK-TAB-AFA-RETORNO             00000000
                                       (WRK-IDX-AFA).                   00000000
                                                                        00000000
      *     ULTIMO DIA AFASTADO: VESPERA DO RETORNO, OU HOJE           *00000000
            IF FD-AFA-EM-ABERTO                                         00000000
               MOVE WRK-DIAS-HOJE-INT TO WRK-TAB-AFA-FIM-INT            00000000
                                       (WRK-IDX-AFA)                    00000000
            ELSE                                                        00000000
               MOVE FD-AFA-RETORNO-EFET TO WRK-DATA-AFA                 00000000
               COMPUTE WRK-TAB-AFA-FIM-INT (WRK-IDX-AFA) =              00000000
                       FUNCTION INTEGER-OF-DATE (WRK-DATA-AFA-N) - 1    00000000
            END-IF.                                                     00000000
                                                                        00000000
       1520-80-LER.                                                     00000000
            PERFORM 1510-LER-AFASTAM.                                   00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       1520-99-FIM.                          EXIT.                      00000000
      *----------------------------------------------------------------*00000000
                                                                        00076900
      ******************************************************************00077000
      *   M O N T A R   D I R E I T O S   ( F U N C 2 )                *00077100
                                                                        00082700
            IF NOT WRK-FER-ACHOU-SIM                                    00082800
               PERFORM 2300-ABRIR-PERIODO                               00082900
               PERFORM 2600-AJUSTAR-AFASTAMENTOS                        00000000
               GO                  TO 2100-99-FIM                       00083000
            END-IF.                                                     00083100
                                                                        00083200
            MOVE 'S'                   TO WRK-TAB-FER-ATIVO             00083700
                                           (WRK-IDX-FER).               00083800
                                                                        00083900
      *     AFASTAMENTOS DO PERIODO: SUSPENSAO OU PERDA DO DIREITO     *00000000
            PERFORM 2600-AJUSTAR-AFASTAMENTOS.                          00000000
      *     PERIODO AQUISITIVO JA FECHADO: VIRA PARA O SEGUINTE        *00084000
            IF WRK-TAB-FER-PER-FIM (WRK-IDX-FER) LESS WRK-DATA-HOJE     00084100
               PERFORM 2400-VIRAR-PERIODO                               00084200
               PERFORM 2600-AJUSTAR-AFASTAMENTOS                        00000000
            END-IF.                                                     00084300
                                                                        00084400
      *----------------------------------------------------------------*00084500
      *----------------------------------------------------------------*00099300
       2500-99-FIM.                          EXIT.                      00099400
      *----------------------------------------------------------------*00099500
      ******************************************************************00000000
      *   A F A S T A M E N T O S   N O   P E R I O D O                *00000000
      ******************************************************************00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       2600-AJUSTAR-AFASTAMENTOS             SECTION.                   00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
            IF WRK-TAB-AFA-QTDE EQUAL ZEROS                             00000000
             OR WRK-TAB-FER-PER-INI (WRK-IDX-FER) NOT NUMERIC           00000000
             OR WRK-TAB-FER-PER-FIM (WRK-IDX-FER) NOT NUMERIC           00000000
               GO                  TO 2600-99-FIM                       00000000
            END-IF.                                                     00000000
                                                                        00000000
            PERFORM 2610-CALCULAR-NOMINAL.                              00000000
                                                                        00000000
      *     MAIS DE 180 DIAS DE INSS NO PERIODO: PERDE O DIREITO E O   *00000000
      *     NOVO PERIODO COMECA NO RETORNO AO TRABALHO                 *00000000
            MOVE ZEROS                 TO WRK-DIAS-INSS.                00000000
            MOVE SPACES                TO WRK-RETORNO-INSS.             00000000
            MOVE WRK-TAB-FER-PER-FIM (WRK-IDX-FER) TO WRK-DATA-AFA.     00000000
            COMPUTE WRK-PER-FIM-INT =                                   00000000
                    FUNCTION INTEGER-OF-DATE (WRK-DATA-AFA-N).          00000000
                                                                        00000000
            PERFORM 2620-SOMAR-DIAS-INSS                                00000000
                    VARYING WRK-IDX-AFA FROM 1 BY 1                     00000000
                    UNTIL WRK-IDX-AFA GREATER WRK-TAB-AFA-QTDE.         00000000
                                                                        00000000
            IF WRK-DIAS-INSS GREATER 180                                00000000
             AND WRK-RETORNO-INSS NOT EQUAL SPACES                      00000000
               PERFORM 2640-PERDER-DIREITO                              00000000
            END-IF.                                                     00000000
                                                                        00000000
      *     NAO REMUNERADO SUSPENDE O PERIODO: O FIM ANDA OS DIAS      *00000000
      *     AFASTADOS; REPETE ATE O FIM PARAR DE ANDAR, POIS O PERIODO *00000000
      *     ESTENDIDO PODE ALCANCAR MAIS DIAS AFASTADOS                *00000000
            MOVE ZEROS                 TO WRK-DIAS-SUSP.                00000000
            MOVE 'N'                   TO WRK-SUSP-ESTAVEL.             00000000
            PERFORM 2650-CONTAR-SUSPENSAO                               00000000
                    UNTIL WRK-SUSP-ESTAVEL-SIM.                         00000000
                                                                        00000000
            MOVE WRK-TAB-FER-PER-FIM (WRK-IDX-FER) TO WRK-PER-FIM-ANT.  00000000
            COMPUTE WRK-DATA-AFA-N =                                    00000000
                    FUNCTION DATE-OF-INTEGER                            00000000
                             (WRK-PER-NOM-INT + WRK-DIAS-SUSP).         00000000
            MOVE WRK-DATA-AFA      TO WRK-TAB-FER-PER-FIM               00000000
                                       (WRK-IDX-FER).                   00000000
                                                                        00000000
            IF WRK-TAB-FER-PER-FIM (WRK-IDX-FER)                        00000000
               NOT EQUAL WRK-PER-FIM-ANT                                00000000
               PERFORM 2500-CALCULAR-LIMITE                             00000000
               IF WRK-DIAS-SUSP GREATER ZEROS                           00000000
                  ADD 1            TO ACUM-PERIODOS-SUSP                00000000
               END-IF                                                   00000000
            END-IF.                                                     00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       2600-99-FIM.                          EXIT.                      00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       2610-CALCULAR-NOMINAL                 SECTION.                   00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *     FIM SEM SUSPENSAO: UM ANO APOS O INICIO (29/02 -> 28/02)   *00000000
            MOVE WRK-TAB-FER-PER-INI (WRK-IDX-FER) TO WRK-DATA-AFA.     00000000
            COMPUTE WRK-PER-INI-INT =                                   00000000
                    FUNCTION INTEGER-OF-DATE (WRK-DATA-AFA-N).          00000000
            ADD 1                      TO WRK-DATA-AFA-ANO.             00000000
            IF WRK-DATA-AFA-MMDD EQUAL 0229                             00000000
               MOVE 0228               TO WRK-DATA-AFA-MMDD             00000000
            END-IF.                                                     00000000
            COMPUTE WRK-PER-NOM-INT =                                   00000000
                    FUNCTION INTEGER-OF-DATE (WRK-DATA-AFA-N).          00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       2610-99-FIM.                          EXIT.                      00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       2620-SOMAR-DIAS-INSS                  SECTION.                   00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *     SO CONTA AFASTAMENTO DE DOENCA/ACIDENTE JA ENCERRADO; OS   *00000000
      *     15 PRIMEIROS DIAS SAO PAGOS PELA EMPRESA                   *00000000
            IF WRK-TAB-AFA-ID (WRK-IDX-AFA) NOT EQUAL DB2-ID            00000000
             OR WRK-TAB-AFA-TIPO (WRK-IDX-AFA) EQUAL 'N'                00000000
             OR WRK-TAB-AFA-RETORNO (WRK-IDX-AFA) EQUAL SPACES          00000000
               GO                  TO 2620-99-FIM                       00000000
            END-IF.                                                     00000000
                                                                        00000000
            COMPUTE WRK-OVL-INI-INT =                                   00000000
                    WRK-TAB-AFA-INI-INT (WRK-IDX-AFA) + 15.             00000000
            MOVE WRK-TAB-AFA-FIM-INT (WRK-IDX-AFA) TO WRK-OVL-FIM-INT.  00000000
            IF WRK-OVL-INI-INT LESS WRK-PER-INI-INT                     00000000
               MOVE WRK-PER-INI-INT    TO WRK-OVL-INI-INT               00000000
            END-IF.                                                     00000000
            IF WRK-OVL-FIM-INT NOT LESS WRK-PER-FIM-INT                 00000000
               COMPUTE WRK-OVL-FIM-INT = WRK-PER-FIM-INT - 1            00000000
            END-IF.                                                     00000000
                                                                        00000000
            IF WRK-OVL-FIM-INT NOT LESS WRK-OVL-INI-INT                 00000000
               COMPUTE WRK-DIAS-INSS = WRK-DIAS-INSS                    00000000
                     + WRK-OVL-FIM-INT - WRK-OVL-INI-INT + 1            00000000
               IF WRK-TAB-AFA-RETORNO (WRK-IDX-AFA)                     00000000
                  GREATER WRK-RETORNO-INSS                              00000000
                OR WRK-RETORNO-INSS EQUAL SPACES                        00000000
                  MOVE WRK-TAB-AFA-RETORNO (WRK-IDX-AFA)                00000000
                                       TO WRK-RETORNO-INSS              00000000
               END-IF                                                   00000000
            END-IF.                                                     00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       2620-99-FIM.                          EXIT.                      00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       2640-PERDER-DIREITO                   SECTION.                   00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
            MOVE 'A'                   TO WRK-SEVERIDADE.               00000000
            MOVE 'FR05DB42'            TO WRK-PROGRAMA.                 00000000
            MOVE '2640  '              TO WRK-SECAO.                    00000000
            MOVE 'DIREITO PERDIDO POR AFASTAMENTO INSS'                 00000000
                                       TO WRK-MENSAGEM.                 00000000
            MOVE WRK-TAB-FER-ID (WRK-IDX-FER) TO WRK-STATUS.            00000000
            CALL 'GRAVALOG'            USING WRK-LOG.                   00000000
                                                                        00000000
            ADD 1                  TO ACUM-DIREITOS-PERDIDOS.           00000000
            MOVE WRK-RETORNO-INSS  TO WRK-TAB-FER-PER-INI               00000000
                                       (WRK-IDX-FER).                   00000000
            MOVE 30                TO WRK-TAB-FER-DIREITO               00000000
                                       (WRK-IDX-FER)                    00000000
                                      WRK-TAB-FER-SALDO                 00000000
                                       (WRK-IDX-FER).                   00000000
            MOVE ZEROS             TO WRK-TAB-FER-GOZADOS               00000000
                                       (WRK-IDX-FER).                   00000000
                                                                        00000000
            PERFORM 2610-CALCULAR-NOMINAL.                              00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       2640-99-FIM.                          EXIT.                      00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       2650-CONTAR-SUSPENSAO                 SECTION.                   00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
            COMPUTE WRK-PER-FIM-INT = WRK-PER-NOM-INT + WRK-DIAS-SUSP.  00000000
            MOVE ZEROS                 TO WRK-DIAS-CONTADOS.            00000000
                                                                        00000000
            PERFORM 2660-SOMAR-DIAS-SUSP                                00000000
                    VARYING WRK-IDX-AFA FROM 1 BY 1                     00000000
                    UNTIL WRK-IDX-AFA GREATER WRK-TAB-AFA-QTDE.         00000000
                                                                        00000000
            IF WRK-DIAS-CONTADOS EQUAL WRK-DIAS-SUSP                    00000000
               MOVE 'S'                TO WRK-SUSP-ESTAVEL              00000000
            ELSE                                                        00000000
               MOVE WRK-DIAS-CONTADOS  TO WRK-DIAS-SUSP                 00000000
            END-IF.                                                     00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       2650-99-FIM.                          EXIT.                      00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       2660-SOMAR-DIAS-SUSP                  SECTION.                   00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
            IF WRK-TAB-AFA-ID (WRK-IDX-AFA) NOT EQUAL DB2-ID            00000000
             OR WRK-TAB-AFA-TIPO (WRK-IDX-AFA) NOT EQUAL 'N'            00000000
               GO                  TO 2660-99-FIM                       00000000
            END-IF.                                                     00000000
                                                                        00000000
            MOVE WRK-TAB-AFA-INI-INT (WRK-IDX-AFA) TO WRK-OVL-INI-INT.  00000000
            MOVE WRK-TAB-AFA-FIM-INT (WRK-IDX-AFA) TO WRK-OVL-FIM-INT.  00000000
            IF WRK-OVL-INI-INT LESS WRK-PER-INI-INT                     00000000
               MOVE WRK-PER-INI-INT    TO WRK-OVL-INI-INT               00000000
            END-IF.                                                     00000000
            IF WRK-OVL-FIM-INT NOT LESS WRK-PER-FIM-INT                 00000000
               COMPUTE WRK-OVL-FIM-INT = WRK-PER-FIM-INT - 1            00000000
            END-IF.                                                     00000000
                                                                        00000000
            IF WRK-OVL-FIM-INT NOT LESS WRK-OVL-INI-INT                 00000000
               COMPUTE WRK-DIAS-CONTADOS = WRK-DIAS-CONTADOS            00000000
                     + WRK-OVL-FIM-INT - WRK-OVL-INI-INT + 1            00000000
            END-IF.                                                     00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       2660-99-FIM.                          EXIT.                      00000000
      *----------------------------------------------------------------*00000000
                                                                        00099600
      ******************************************************************00099700
      *   P A G A R   P R O G R A M A C O E S   ( F E R L O T )        *00099800
            MOVE WRK-VALOR-INSS        TO FD-FHI-INSS.                  00000000
            MOVE WRK-VALOR-IRRF        TO FD-FHI-IRRF.                  00000000
            MOVE ZEROS                 TO FD-FHI-OUTROS-CRED            00000000
                                          FD-FHI-OUTROS-DEB             00000000
                                          FD-FHI-CONSIG.                00000000
            MOVE WRK-LIQUIDO-FERIAS    TO FD-FHI-LIQUIDO.               00000000
            WRITE FD-FOLHIST.                                           00000000
            PERFORM 1100-TESTAR-STATUS.                                 00000000
            DISPLAY 'EMPREGADOS LIDOS.: ' ACUM-LIDOS-FUNC.              00125700
            DISPLAY 'PERIODOS NOVOS...: ' ACUM-PERIODOS-NOVOS.          00125800
            DISPLAY 'PERIODOS VIRADOS.: ' ACUM-PERIODOS-VIRADOS.        00125900
            DISPLAY 'PERIODOS SUSPENSOS ' ACUM-PERIODOS-SUSP.           00000000
            DISPLAY 'DIREITOS PERDIDOS: ' ACUM-DIREITOS-PERDIDOS.       00000000
            DISPLAY 'PROGRAMACOES.....: ' ACUM-PROGRAMACOES.            00126000
            DISPLAY 'FERIAS PAGAS.....: ' ACUM-PAGAS.                   00126100
            DISPLAY 'RECUSADAS........: ' ACUM-RECUSADAS.               00126200
