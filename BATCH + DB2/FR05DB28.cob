      *    DATA.......: 22/08/2026                                     *00002600
      *----------------------------------------------------------------*00002700
      *    OBJETIVO : MANTER A TABELA DE ALCADAS FOUR001.OPERADOR      *00002800
      *               (OPERADOR, NOME, FLAGS INCLUI/ALTERA/EXCLUI,     *00002900
      *               FOLHA E ATIVO), CONSULTADA PELO F05CIP1 NO       *00000000
      *               PF5/PF9/PF10 E PELO F05CIP6 (HOLERITE ONLINE):   *00000000
      *               LE O LOTE OPERMNT (ACAO I = INCLUIR, A = ALTERAR,*00003100
      *               D = DESATIVAR) E APLICA COM TRILHA GRAVAUD -     *00003200
      *               INCLUIR OPERADOR DEIXA DE EXIGIR RECOMPILACAO    *00003300
      *----------------------------------------------------------------*00004900
      *    LAYOUT DO OPERMNT (LRECL = 040):                            *00005000
      *      ACAO X(01) I/A/D, OPERADOR X(03), NOME X(30),             *00005100
      *      INCLUI X(01), ALTERA X(01), EXCLUI X(01), FOLHA X(01),    *00000000
      *      FILLER X(02)                                              *00000000
      *----------------------------------------------------------------*00005300
      *    PARAMETROS (VIA SYSIN):                                     *00000000
      *      COL 01-03  OPERADOR RESPONSAVEL PELO LOTE (OBRIGATORIO),  *00000000
      *                 GRAVADO COMO USUARIO NA TRILHA DE AUDITORIA    *00000000
      *----------------------------------------------------------------*00000000
      *    HISTORICO DE ALTERACOES:                                    *00005400
      *      DATA        RESP.    DESCRICAO                            *00005500
      *      22/08/2026  DPC      VERSAO ORIGINAL                      *00005600
      *      15/10/2026  DPC      NOVO FLAG FOLHA (POSICAO 38 DO       *00000000
      *                           OPERMNT): LIBERA A CONSULTA DE       *00000000
      *                           HOLERITE DO F05CIP6; VAI PARA A      *00000000
      *                           COLUNA FOLHA DA FOUR001.OPERADOR E   *00000000
      *                           PARA A TRILHA (F=)                   *00000000
      *      15/10/2026  DPC      OPERADOR RESPONSAVEL PELO LOTE NO    *00000000
      *                           SYSIN, GRAVADO COMO USUARIO DA       *00000000
      *                           TRILHA (QUEM MANTEM ALCADAS, PARA A  *00000000
      *                           RECERTIFICACAO DO FR05DB78)          *00000000
      ******************************************************************00005700
      *================================================================*00005800
                                                                        00005900
          05 FD-OPM-INCLUI            PIC X(01).                        00009700
          05 FD-OPM-ALTERA            PIC X(01).                        00009800
          05 FD-OPM-EXCLUI            PIC X(01).                        00009900
          05 FD-OPM-FOLHA             PIC X(01).                        00000000
          05 FILLER                   PIC X(02).                        00000000
                                                                        00010100
      *----------------------------------------------------------------*00010200
       WORKING-STORAGE                            SECTION.              00010300
                                                                        00011000
       77 WRK-SQLCODE            PIC -999.                              00011100
       77 WRK-FS-OPERMNT         PIC X(002) VALUE SPACES.               00011200
                                                                        00000000
       01 WRK-PARM-RESPONSAVEL.                                         00000000
          05 WRK-PR-OPERADOR          PIC X(03).                        00000000
          05 FILLER                   PIC X(77).                        00000000
                                                                        00011300
      *----------------------------------------------------------------*00011400
       01  FILLER                       PIC X(050)           VALUE      00011500
       77 WRK-OP-INCLUI          PIC X(01) VALUE 'N'.                   00012100
       77 WRK-OP-ALTERA          PIC X(01) VALUE 'N'.                   00012200
       77 WRK-OP-EXCLUI          PIC X(01) VALUE 'N'.                   00012300
       77 WRK-OP-FOLHA           PIC X(01) VALUE 'N'.                   00000000
                                                                        00012400
      *----------------------------------------------------------------*00012500
       01  FILLER                       PIC X(050)           VALUE      00012600
       1000-INICIAR                           SECTION.                  00018500
      *----------------------------------------------------------------*00018600
                                                                        00018700
            MOVE SPACES                 TO WRK-PARM-RESPONSAVEL.        00000000
            ACCEPT WRK-PARM-RESPONSAVEL FROM SYSIN.                     00000000
                                                                        00000000
            IF WRK-PR-OPERADOR EQUAL SPACES                             00000000
               MOVE 'FR05DB28'          TO WRK-PROGRAMA                 00000000
               MOVE '1000  '            TO WRK-SECAO                    00000000
               MOVE 'OPERADOR RESPONSAVEL AUSENTE NO SYSIN'             00000000
                                        TO WRK-MENSAGEM                 00000000
               MOVE SPACES              TO WRK-STATUS                   00000000
               PERFORM 9999-TRATAR-ERROS                                00000000
            END-IF.                                                     00000000
                                                                        00000000
            OPEN INPUT OPERMNT                                          00018800
            PERFORM 1100-TESTAR-STATUS.                                 00018900
                                                                        00019000
            MOVE FD-OPM-INCLUI          TO WRK-OP-INCLUI.               00025300
            MOVE FD-OPM-ALTERA          TO WRK-OP-ALTERA.               00025400
            MOVE FD-OPM-EXCLUI          TO WRK-OP-EXCLUI.               00025500
            MOVE FD-OPM-FOLHA           TO WRK-OP-FOLHA.                00000000
                                                                        00025600
            EVALUATE FD-OPM-ACAO                                        00025700
              WHEN 'I'                                                  00025800
            EXEC SQL                                                    00028300
              INSERT INTO                                               00028400
              FOUR001.OPERADOR (OPERADOR, NOME, INCLUI, ALTERA,         00028500
                                EXCLUI, FOLHA, ATIVO)                   00000000
              VALUES (:WRK-OP-OPERADOR,                                 00028700
                      :WRK-OP-NOME,                                     00028800
                      :WRK-OP-INCLUI,                                   00028900
                      :WRK-OP-ALTERA,                                   00029000
                      :WRK-OP-EXCLUI,                                   00029100
                      :WRK-OP-FOLHA,                                    00000000
                      'S')                                              00029200
            END-EXEC.                                                   00029300
                                                                        00029400
                     INCLUI = :WRK-OP-INCLUI,                           00032900
                     ALTERA = :WRK-OP-ALTERA,                           00033000
                     EXCLUI = :WRK-OP-EXCLUI,                           00033100
                     FOLHA  = :WRK-OP-FOLHA,                            00000000
                     ATIVO  = 'S'                                       00033200
               WHERE OPERADOR = :WRK-OP-OPERADOR                        00033300
            END-EXEC.                                                   00033400
             STRING 'I=' WRK-OP-INCLUI                                  00037000
                    ' A=' WRK-OP-ALTERA                                 00037100
                    ' E=' WRK-OP-EXCLUI                                 00037200
                    ' F=' WRK-OP-FOLHA                                  00000000
                    DELIMITED BY SIZE                                   00037300
                    INTO WRK-AUD-VALOR-DEPOIS.                          00037400
             MOVE WRK-PR-OPERADOR       TO WRK-AUD-USUARIO.             00037500
             MOVE SPACES                TO WRK-AUD-CHAVE.               00037500
                                                                        00037600
             CALL 'GRAVAUD'             USING WRK-AUDITORIA.            00037700
