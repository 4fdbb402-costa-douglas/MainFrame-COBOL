      *               SAI COM HEADER/TRAILER DE CONTROLE NO ESTILO DO  *00003400
      *               B#CLIMST, PRONTO PARA TRANSMISSAO - ACABA A      *00003500
      *               REDIGITACAO DOS NUMEROS DO FR05CB37 EM PLANILHA. *00003600
      *               CADA AGENCIA LEVA A REGIAO DO CADASTRO DE        *00003633
      *               AGENCIAS (LERAGENC).                             *00003666
      *----------------------------------------------------------------*00003700
      *    ARQUIVOS :                                                  *00003800
      *    DDNAME          I/O                                         *00003900
      *    JCLREGEX         O    EXTRATO REGULATORIO POR AGENCIA       *00004100
      *----------------------------------------------------------------*00004200
      *    BOOKS    :    B#CLIMST, B#REGEXT, B#GRALOG, B#RUNCTL,       *00004300
      *                  B#DATPRC, B#LERAGE                            *00004400
      *----------------------------------------------------------------*00004500
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00004600
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00004700
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00004800
      *                  LERAGENC - CONSULTA AO CADASTRO DE AGENCIAS   *00004850
      *----------------------------------------------------------------*00004900
      *    PARAMETROS (VIA SYSIN):                                     *00005000
      *      RERUN ('S' = REPROCESSA DATA JA FEITA)                    *00005100
      *    HISTORICO DE ALTERACOES:                                    *00005300
      *      DATA        RESP.    DESCRICAO                            *00005400
      *      02/09/2026  DPC      VERSAO ORIGINAL                      *00005500
      *      15/10/2026  DPC      REGIAO DA AGENCIA NO REGEXT, LIDA DO *00005533
      *                           CADASTRO DE AGENCIAS (LERAGENC)      *00005566
      ******************************************************************00005600
      *================================================================*00005700
                                                                        00005800
       COPY 'B#RUNCTL'.                                                 00015400
                                                                        00015500
       COPY 'B#DATPRC'.                                                 00015600
                                                                        00015633
       COPY 'B#LERAGE'.                                                 00015666
                                                                        00015700
       77 WRK-DATA-EXEC           PIC X(008) VALUE SPACES.              00015800
                                                                        00015900
            MOVE WRK-AGE-TOT-CREDOR    TO FD-REG-TOT-CREDOR             00035000
            MOVE WRK-AGE-TOT-DEVEDOR   TO FD-REG-TOT-DEVEDOR            00035100
            MOVE WRK-AGE-TOT-LIMITES   TO FD-REG-TOT-LIMITES            00035200
                                                                        00035212
            MOVE WRK-AGENCIA-ANTERIOR  TO WRK-LAG-AGENCIA               00035224
            CALL 'LERAGENC'            USING WRK-LERAGE                 00035236
            IF WRK-LAG-ATIVA OR WRK-LAG-FECHADA                         00035248
               MOVE WRK-LAG-REGIAO     TO FD-REG-REGIAO                 00035260
            END-IF                                                      00035272
                                                                        00035284
            WRITE FD-REGEXT                                             00035300
            PERFORM 1120-TESTAR-WRK-FS-REGEXT                           00035400
                                                                        00035500
