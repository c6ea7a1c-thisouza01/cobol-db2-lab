000006       * LIMPO, A NOVA REMESSA DO EAD71927 REGISTRAR            *
000006       * PAGAMENTOS NOVOS E O RETORNO DO EAD71941 CASAR COM A   *
000006       * NOVA GERACAO                                           *
000006       * AS PARCELAS DE CONSIGNADO BAIXADAS PELA FOLHA DA       *
000006       * COMPETENCIA SAO ESTORNADAS (O EAD71925 DESCONTA DE     *
000006       * NOVO NO RECALCULO)                                     *
000007       *********************************************************
000008       *
000009        ENVIRONMENT DIVISION.
000048       *
000049        77  WK-QTD-EXPURGADAS         PIC S9(05) COMP-3 VALUE ZEROS.
000048        77  WK-QTD-REATIVADOS         PIC S9(05) COMP-3 VALUE ZEROS.
000048        77  WK-QTD-ESTORNADAS         PIC S9(05) COMP-3 VALUE ZEROS.
000048        77  WK-QTD-EDIT               PIC -(5)9       VALUE ZEROS.
000049        01  WK-RESUMO-LOTE.
000050            05  WK-QTD-REABERTURA-OK  PIC 9(05)  VALUE ZEROS.
000124                    PERFORM 212-EXPURGA-FOLHA
000124                    PERFORM 214-EXPURGA-PAGAMENTOS
000124                    PERFORM 213-REATIVA-ADIANTAMENTOS
000124                    PERFORM 215-ESTORNA-CONSIGNADOS
000125                    DISPLAY 'COMPETENCIA ' CMP-COMPETENCIA
000126                            ' REABERTA POR '
000127                            WK-SOLICITANTE-ACCEPT '!'
000142            DISPLAY 'ADIANTAMENTOS REATIVADOS         : '
000142                    WK-QTD-EDIT.
000142       *
000142       * A PARCELA BAIXADA NA COMPETENCIA VOLTA A DEVER: O
000142       * CONTRATO RECUPERA A PARCELA (E O STATUS 'A', SE A
000142       * ULTIMA O TINHA QUITADO) E O HISTORICO DA PARCELA SAI
000142        215-ESTORNA-CONSIGNADOS.
000142            EXEC SQL
000142                UPDATE EAD719.EMPRESTIMOS E
000142                    SET PARCELAS-PAGAS = PARCELAS-PAGAS - 1,
000142                        STATUS = 'A',
000142                        TS-ULT-ALTERACAO = CURRENT TIMESTAMP
000142                    WHERE E.STATUS IN ('A', 'Q')
000142                      AND EXISTS
000142                          (SELECT 1
000142                               FROM EAD719.EMPRESTIMOS_PARCELAS P
000142                           WHERE P.CODFUN = E.CODFUN
000142                             AND P.CONTRATO = E.CONTRATO
000142                             AND P.COMPETENCIA = :CMP-COMPETENCIA
000142                             AND P.ORIGEM = 'F')
000142            END-EXEC.
000142            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
000142                MOVE SQLCODE TO WK-SQLCODE-EDIT
000142                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000142                        ' NO ESTORNO DOS CONSIGNADOS'
000142                MOVE 12 TO RETURN-CODE
000142                STOP RUN
000142            END-IF.
000142            EXEC SQL
000142                DELETE FROM EAD719.EMPRESTIMOS_PARCELAS
000142                    WHERE COMPETENCIA = :CMP-COMPETENCIA
000142                      AND ORIGEM = 'F'
000142            END-EXEC.
000142            EVALUATE SQLCODE
000142                WHEN 0
000142                    MOVE SQLERRD(3) TO WK-QTD-ESTORNADAS
000142                WHEN 100
000142                    MOVE ZEROS TO WK-QTD-ESTORNADAS
000142                WHEN OTHER
000142                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000142                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000142                            ' NO EXPURGO DAS PARCELAS CONSIGNADAS'
000142                    MOVE 12 TO RETURN-CODE
000142                    STOP RUN
000142            END-EVALUATE.
000142            MOVE WK-QTD-ESTORNADAS TO WK-QTD-EDIT.
000142            DISPLAY 'PARCELAS DE CONSIGNADO ESTORNADAS: '
000142                    WK-QTD-EDIT.
000142       *
000142        211-GRAVA-REABLOG.
000143            MOVE SPACES TO REABLOG-REC.
000144            MOVE CMP-COMPETENCIA       TO LOG-COMPETENCIA.
