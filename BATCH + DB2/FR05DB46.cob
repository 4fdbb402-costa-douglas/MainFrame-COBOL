      *    HISTORICO DE ALTERACOES:                                    *00006500
      *      DATA        RESP.    DESCRICAO                            *00006600
      *      02/09/2026  DPC      VERSAO ORIGINAL                      *00006700
      *      15/10/2026  DPC      INCLUIDO NO BANLOT O OPERADOR QUE    *00000000
      *                           DIGITOU A MUDANCA (FD-BLO-OPERADOR), *00000000
      *                           GRAVADO COMO USUARIO NA TRILHA; A    *00000000
      *                           CONFERENCIA DA FOLHA (FR05EX79) RETEM*00000000
      *                           O CREDITO DE QUEM TEVE A CONTA       *00000000
      *                           ALTERADA DESDE A ULTIMA FOLHA        *00000000
      ******************************************************************00006800
      *================================================================*00006900
                                                                        00007000
          05 FD-BLO-BANCO             PIC X(03).                        00013800
          05 FD-BLO-AGENCIA           PIC X(04).                        00013900
          05 FD-BLO-CONTA             PIC X(06).                        00014000
          05 FD-BLO-OPERADOR          PIC X(03).                        00000000
          05 FILLER                   PIC X(18).                        00014100
                                                                        00014200
       01 FD-BLO-HEADER.                                                00014300
          05 FD-BLO-H-TIPO            PIC X(01).                        00014400
            MOVE 'FR05DB46'            TO WRK-AUD-PROGRAMA              00088100
            MOVE 'DADOSBAN'            TO WRK-AUD-TABELA                00088200
            MOVE FD-BLO-ID             TO WRK-AUD-ID                    00088300
            MOVE FD-BLO-OPERADOR       TO WRK-AUD-USUARIO               00088400
            MOVE FD-BLO-CHAVE          TO WRK-AUD-CHAVE                 00088500
            CALL 'GRAVAUD'             USING WRK-AUDITORIA.             00088600
                                                                        00088700
