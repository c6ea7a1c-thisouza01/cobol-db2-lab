000006       * EAD71925 E DO EAD71932                                 *
000006       * CARTAO 'O' NO TOPO DO LOTE IDENTIFICA O OPERADOR E     *
000006       * CADA FUNCAO E CONFERIDA CONTRA EAD719.OPERADORES       *
000006       * TODA MUDANCA DE DEDUZ-IRRF VAI PARA                    *
000006       * EAD719.DEPENDENTES_HIST, INCLUSIVE O DESLIGAMENTO POR  *
000006       * IDADE DA RODADA NOTURNA EAD71970; A LISTA MOSTRA O     *
000006       * HISTORICO DE CADA DEPENDENTE                           *
000007       *********************************************************
000008       *
000009        ENVIRONMENT DIVISION.
000031            EXEC SQL
000031                INCLUDE BOOKOPER
000031            END-EXEC.
000031            EXEC SQL
000031                INCLUDE BOOKDPHI
000031            END-EXEC.
000032            EXEC SQL
000033                INCLUDE SQLCA
000034            END-EXEC.
000039                        FROM EAD719.DEPENDENTES
000040                    ORDER BY CODFUN, SEQ
000041            END-EXEC.
000041            EXEC SQL
000041                DECLARE HISTDEPEN CURSOR FOR
000041                    SELECT CAMPO, VALOR-ANTIGO, VALOR-NOVO,
000041                           DATA-HORA, OPERADOR, MOTIVO
000041                        FROM EAD719.DEPENDENTES_HIST
000041                    WHERE CODFUN = :DPD-CODFUN
000041                      AND SEQ = :DPD-SEQ
000041                    ORDER BY DATA-HORA
000041            END-EXEC.
000045        77  WK-SQLCODE-EDIT           PIC -999        VALUE ZEROS.
000046        77  WK-POSICAO                PIC 99          VALUE ZEROS.
000047        77  WK-EOF-SYSIN              PIC X           VALUE 'N'.
000056        77  WK-FUNCAO-AUTORIZADA      PIC X      VALUE 'N'.
000056        77  WK-IND-FUNCAO             PIC 9(02) COMP VALUE ZEROS.
000057        77  WK-CONTA-FUNC          PIC S9(04) COMP VALUE ZEROS.
000057        77  WK-DEDUZ-ANTERIOR      PIC X           VALUE SPACES.
000058       *
000060        01  WK-RESUMO-LOTE.
000061            05  WK-QTD-INCLUSAO-OK    PIC 9(05)  VALUE ZEROS.
000197            PERFORM 215-TESTA-ALTERACAO.
000198       *
000199        214-ALTERA-DEDUZ.
000199            MOVE SPACES TO WK-DEDUZ-ANTERIOR.
000199            EXEC SQL
000199                SELECT DEDUZ-IRRF INTO :WK-DEDUZ-ANTERIOR
000199                    FROM EAD719.DEPENDENTES
000199                    WHERE CODFUN = :DPD-CODFUN
000199                      AND SEQ = :DPD-SEQ
000199                      AND STATUS = 'A'
000199            END-EXEC.
000199            EVALUATE SQLCODE
000199                WHEN 0
000199                    CONTINUE
000199                WHEN 100
000199                    DISPLAY 'DEPENDENTE ' DPD-CODFUN '/' DPD-SEQ
000199                            ' NAO EXISTE!'
000199                    ADD 1 TO WK-QTD-ALTERACAO-REJ
000199                    EXIT PARAGRAPH
000199                WHEN OTHER
000199                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000199                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000199                            ' NO SELECT DO DEPENDENTE'
000199                    MOVE 12 TO RETURN-CODE
000199                    STOP RUN
000199            END-EVALUATE.
000200            EXEC SQL
000201                UPDATE EAD719.DEPENDENTES
000202                    SET DEDUZ-IRRF = :DPD-DEDUZ-IRRF
000205                      AND STATUS = 'A'
000206            END-EXEC.
000207            PERFORM 215-TESTA-ALTERACAO.
000207            IF SQLCODE = 0
000207               AND WK-DEDUZ-ANTERIOR NOT = DPD-DEDUZ-IRRF
000207                PERFORM 216-GRAVA-HISTORICO
000207            END-IF.
000208       *
000209        215-TESTA-ALTERACAO.
000210            EVALUATE SQLCODE
000223                    MOVE 12 TO RETURN-CODE
000224                    STOP RUN
000225            END-EVALUATE.
000225       *
000225        216-GRAVA-HISTORICO.
000225            MOVE DPD-CODFUN TO DPH-CODFUN.
000225            MOVE DPD-SEQ TO DPH-SEQ.
000225            MOVE 'DEDUZ-IRRF' TO DPH-CAMPO.
000225            MOVE WK-DEDUZ-ANTERIOR TO DPH-VALOR-ANTIGO.
000225            MOVE DPD-DEDUZ-IRRF TO DPH-VALOR-NOVO.
000225            MOVE FUNCTION CURRENT-DATE TO DPH-DATA-HORA.
000225            MOVE OPR-OPERADOR TO DPH-OPERADOR.
000225            MOVE 'ALTERACAO MANUAL' TO DPH-MOTIVO.
000225            EXEC SQL
000225                INSERT INTO EAD719.DEPENDENTES_HIST
000225                VALUES(:DPH-CODFUN,
000225                       :DPH-SEQ,
000225                       :DPH-CAMPO,
000225                       :DPH-VALOR-ANTIGO,
000225                       :DPH-VALOR-NOVO,
000225                       :DPH-DATA-HORA,
000225                       :DPH-OPERADOR,
000225                       :DPH-MOTIVO)
000225            END-EXEC.
000225            IF SQLCODE NOT = 0
000225                MOVE SQLCODE TO WK-SQLCODE-EDIT
000225                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000225                        ' NO INSERT DO HISTORICO DO DEPENDENTE'
000225                MOVE 12 TO RETURN-CODE
000225                STOP RUN
000225            END-IF.
000226       *
000227        205-CONTA-NOME.
000228            MOVE 30 TO DPD-NOME-LEN.
000303                DELIMITED BY SIZE INTO RELDEPEN-REC
000304            END-STRING.
000305            WRITE RELDEPEN-REC.
000305            PERFORM 403-LISTA-HISTORICO.
000306            PERFORM 421-LER-DEPENTEMP.
000306       *
000306       * HISTORICO DO DEPENDENTE: DATA, CAMPO, VALOR ANTIGO >
000306       * NOVO, OPERADOR (EAD71970 = DESLIGAMENTO POR IDADE) E
000306       * MOTIVO
000306        403-LISTA-HISTORICO.
000306            EXEC SQL
000306                OPEN HISTDEPEN
000306            END-EXEC.
000306            IF SQLCODE NOT = 0
000306                MOVE SQLCODE TO WK-SQLCODE-EDIT
000306                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000306                        ' NO COMANDO OPEN CURSOR HISTDEPEN'
000306                MOVE 12 TO RETURN-CODE
000306                STOP RUN
000306            END-IF.
000306            PERFORM 431-LER-HISTDEPEN.
000306            PERFORM 404-IMPRIME-HISTORICO UNTIL SQLCODE = 100.
000306            EXEC SQL
000306                CLOSE HISTDEPEN
000306            END-EXEC.
000306       *
000306        404-IMPRIME-HISTORICO.
000306            MOVE SPACES TO RELDEPEN-REC.
000306            STRING '        HIST ' DPH-DATA-HORA(1:8) ' '
000306                DPH-CAMPO(1:10) ' ' DPH-VALOR-ANTIGO(1:1) '>'
000306                DPH-VALOR-NOVO(1:1) ' ' DPH-OPERADOR ' ' DPH-MOTIVO
000306                DELIMITED BY SIZE INTO RELDEPEN-REC
000306            END-STRING.
000306            WRITE RELDEPEN-REC.
000306            PERFORM 431-LER-HISTDEPEN.
000307       *
000308        421-LER-DEPENTEMP.
000309            MOVE SPACES TO DPD-NOME-TEXT.
000329                    MOVE 12 TO RETURN-CODE
000330                    STOP RUN
000331            END-EVALUATE.
000331       *
000331        431-LER-HISTDEPEN.
000331            EXEC SQL
000331                FETCH HISTDEPEN
000331                  INTO :DPH-CAMPO,
000331                       :DPH-VALOR-ANTIGO,
000331                       :DPH-VALOR-NOVO,
000331                       :DPH-DATA-HORA,
000331                       :DPH-OPERADOR,
000331                       :DPH-MOTIVO
000331            END-EXEC.
000331            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
000331                MOVE SQLCODE TO WK-SQLCODE-EDIT
000331                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000331                        ' NO COMANDO FETCH HISTDEPEN'
000331                MOVE 12 TO RETURN-CODE
000331                STOP RUN
000331            END-IF.
000332       *******************************************************
000333        900-FINALIZAR SECTION.
000334        901-FINALIZAR.
