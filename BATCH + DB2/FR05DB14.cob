      *    HISTORICO DE ALTERACOES:                                    *00006300
      *      DATA        RESP.    DESCRICAO                            *00006400
      *      22/08/2026  DPC      VERSAO ORIGINAL                      *00006500
      *      15/10/2026  DPC      A VIGENCIA VAI NA CHAVE DA TRILHA    *00000000
      *                           GRAVAUD DE CADA SALARIO ALTERADO,    *00000000
      *                           PARA A FOLHA COMPLEMENTAR (FR05DB70) *00000000
      *                           PAGAR A DIFERENCA DAS COMPETENCIAS   *00000000
      *                           JA FECHADAS                          *00000000
      ******************************************************************00006600
      *================================================================*00006700
                                                                        00006800
            MOVE DB2-ID                TO WRK-AUD-ID.                   00044900
            MOVE 'SALARIO'             TO WRK-AUD-CAMPO.                00045000
            MOVE SPACES                TO WRK-AUD-USUARIO.              00045100
            MOVE WRK-PARM-VIGENCIA     TO WRK-AUD-CHAVE.                00000000
            MOVE WRK-SALARIO-ANTES-ED  TO WRK-AUD-VALOR-ANTES.          00045200
            MOVE WRK-SALARIO-NOVO      TO WRK-SALARIO-DEPOIS-ED.        00045300
            MOVE WRK-SALARIO-DEPOIS-ED TO WRK-AUD-VALOR-DEPOIS.         00045400
