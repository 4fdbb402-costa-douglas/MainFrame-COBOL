      *    JCLLIB           O    PEDIDO LIBERADO (PECALIB, DISP=MOD)   *00004800
      *    JCLRELPN         O    RELATORIO DE PENDENTES (IDADE)        *00004900
      *----------------------------------------------------------------*00005000
      *    BOOKS    :    B#PENDA, B#GRALOG, B#RUNCTL, B#DATPRC,        *00005100
      *                  B#AUDIT                                       *00000000
      *----------------------------------------------------------------*00005200
      *    MODULOS  :    GRAVALOG - TRATAMENTO DE ERROS                *00005300
      *                  GRAVARUN - CONTROLE DE EXECUCOES              *00005400
      *                  LERDATAP - DATA DE MOVIMENTO DO CICLO         *00005500
      *                  GRAVAUD  - TRILHA DE AUDITORIA                *00000000
      *----------------------------------------------------------------*00005600
      *    PARAMETROS (VIA SYSIN):                                     *00005700
      *      RERUN ('S' = REPROCESSA DATA JA FEITA)                    *00005800
      *    HISTORICO DE ALTERACOES:                                    *00006000
      *      DATA        RESP.    DESCRICAO                            *00006100
      *      02/09/2026  DPC      VERSAO ORIGINAL                      *00006200
      *      15/10/2026  DPC      CADA LIBERACAO VAI PARA A TRILHA DE  *00000000
      *                           AUDITORIA (GRAVAUD, TABELA PENDAPR,  *00000000
      *                           USUARIO = OPERADOR LIBERADOR), BASE  *00000000
      *                           DA RECERTIFICACAO DE ALCADAS         *00000000
      ******************************************************************00006300
      *================================================================*00006400
                                                                        00006500
      *----------------------------------------------------------------*00022100
                                                                        00022200
           COPY 'B#GRALOG'.                                             00022300
                                                                        00000000
           COPY 'B#AUDIT'.                                              00000000
                                                                        00022400
       COPY 'B#RUNCTL'.                                                 00022500
                                                                        00022600
                                                                        00054500
           WRITE FD-PECALIB          FROM FD-PEN-PEDIDO                 00054600
           PERFORM 1100-TESTAR-STATUS                                   00054700
           ADD 1                     TO ACUM-LIBERADOS                  00054800
                                                                        00000000
           PERFORM 3350-GRAVAR-AUDITORIA.                               00000000
                                                                        00054900
      *----------------------------------------------------------------*00055000
       3300-99-FIM.                           EXIT.                     00055100
      *----------------------------------------------------------------*00055200
                                                                        00000000
      *----------------------------------------------------------------*00000000
      *    TRILHA DA LIBERACAO: USUARIO = OPERADOR LIBERADOR, CHAVE =  *00000000
      *    PECA, ANTES = DATA DA RETENCAO, DEPOIS = FORNECEDOR         *00000000
      *----------------------------------------------------------------*00000000
       3350-GRAVAR-AUDITORIA                 SECTION.                   00000000
      *----------------------------------------------------------------*00000000
                                                                        00000000
           MOVE 'FR05DB36'           TO WRK-AUD-PROGRAMA                00000000
           MOVE '3350  '             TO WRK-AUD-SECAO                   00000000
           MOVE 'PENDAPR '           TO WRK-AUD-TABELA                  00000000
           MOVE 'A'                  TO WRK-AUD-OPERACAO                00000000
           MOVE ZEROS                TO WRK-AUD-ID                      00000000
           MOVE 'LIBERACAO'          TO WRK-AUD-CAMPO                   00000000
           MOVE SPACES               TO WRK-AUD-VALOR-ANTES             00000000
                                        WRK-AUD-VALOR-DEPOIS            00000000
           STRING 'P ' FD-PEN-DATA-PENDENCIA                            00000000
                  DELIMITED BY SIZE                                     00000000
                  INTO WRK-AUD-VALOR-ANTES                              00000000
           STRING 'L ' FD-PEN-COD-FORN                                  00000000
                  DELIMITED BY SIZE                                     00000000
                  INTO WRK-AUD-VALOR-DEPOIS                             00000000
           MOVE WRK-OP-OPERADOR      TO WRK-AUD-USUARIO                 00000000
           MOVE FD-PEN-COD-PECA      TO WRK-AUD-CHAVE                   00000000
           CALL 'GRAVAUD'            USING WRK-AUDITORIA.               00000000
                                                                        00000000
      *----------------------------------------------------------------*00000000
       3350-99-FIM.                           EXIT.                     00000000
      *----------------------------------------------------------------*00000000
                                                                        00055300
      *----------------------------------------------------------------*00055400
       3400-ENVELHECER-PENDENTE              SECTION.                   00055500
