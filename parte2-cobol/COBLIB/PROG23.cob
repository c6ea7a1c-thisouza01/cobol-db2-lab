000003        AUTHOR.        THIAGO.
000004       *********************************************************
000005       * REAJUSTE SALARIAL EM LOTE POR DEPARTAMENTO (BATCH)      *
000005       * CARTAO: DEPTO, TIPO (P=PERCENTUAL V=VALOR), VALOR E O   *
000005       * OPERADOR SOLICITANTE (OBRIGATORIO, ATIVO PARA O         *
000005       * EAD71923 EM EAD719.OPERADORES; SEM ELE NADA E GRAVADO   *
000005       * E O JOB TERMINA COM RC 12)                              *
000005       * REAJUSTE ACIMA DA ALCADA EM EAD719.ALCADA_SALARIO NAO E *
000005       * APLICADO: FICA PENDENTE EM EAD719.SALARIOS_PENDENTES    *
000005       * ATE A APROVACAO DE OUTRO OPERADOR NO EAD71964           *
000006       *********************************************************
000007       *
000008        ENVIRONMENT DIVISION.
000019            EXEC SQL
000019                INCLUDE BOOKHIST
000019            END-EXEC.
000019            EXEC SQL
000019                INCLUDE BOOKSPEN
000019            END-EXEC.
000019            EXEC SQL
000019                INCLUDE BOOKALCA
000019            END-EXEC.
000019            EXEC SQL
000019                INCLUDE BOOKOPER
000019            END-EXEC.
000020            EXEC SQL
000021                INCLUDE SQLCA
000022            END-EXEC.
000024            05  WK-DEPTOFUN-REAJUSTE   PIC X(03)       VALUE SPACES.
000025            05  WK-TIPO-REAJUSTE       PIC X(01)       VALUE SPACES.
000026            05  WK-VALOR-REAJUSTE      PIC 9(06)V99    VALUE ZEROS.
000026            05  WK-OPERADOR-REAJUSTE   PIC X(08)       VALUE SPACES.
000027            EXEC SQL
000028                DECLARE REAJUSTETEMP CURSOR WITH HOLD FOR
000029                    SELECT CODFUN, SALARIOFUN, TS-ULT-ALTERACAO,
000045        77  WK-RESUMO-EDIT             PIC ZZZZ9       VALUE ZEROS.
000046        77  WK-FOLHA-DELTA             PIC S9(9)V99 COMP-3 VALUE ZEROS.
000047        77  WK-FOLHA-DELTA-EDIT        PIC -(9)9,99    VALUE ZEROS.
000047       * ALCADA DO REAJUSTE SEM SEGUNDA APROVACAO
000047       * (EAD719.ALCADA_SALARIO; SEM O REGISTRO VALE O PADRAO)
000047        77  WK-PERC-ALCADA             PIC S9(3)V99 COMP-3 VALUE 10.
000047        77  WK-VALOR-ALCADA            PIC S9(6)V99 COMP-3 VALUE 1000.
000047        77  WK-DIFERENCA-SALARIO       PIC S9(6)V99 COMP-3 VALUE ZEROS.
000047        77  WK-PERC-DIFERENCA          PIC S9(7)V99 COMP-3 VALUE ZEROS.
000047        77  WK-ACIMA-ALCADA            PIC X           VALUE 'N'.
000047        77  WK-QTD-PENDENTE            PIC S9(04) COMP VALUE ZEROS.
000047        77  WK-QTD-REAJUSTE-PEND       PIC 9(05)       VALUE ZEROS.
000048       *
000049        PROCEDURE DIVISION.
000050        000-PRINCIPAL SECTION.
000057        100-INICIAR SECTION.
000058        101-INICIAR.
000059            ACCEPT WK-REAJUSTE-ACCEPT.
000059            PERFORM 121-IDENTIFICA-OPERADOR.
000059            PERFORM 111-LER-ALCADA.
000059            PERFORM 151-VALIDA-ORCAMENTO-DEPTO.
000060            EXEC SQL
000061                OPEN REAJUSTETEMP
000073                    MOVE 12 TO RETURN-CODE
000074                    STOP RUN
000075            END-EVALUATE.
000075       *
000075        111-LER-ALCADA.
000075            EXEC SQL
000075                SELECT PERC-LIMITE, VALOR-LIMITE
000075                    INTO :ALC-PERC-LIMITE, :ALC-VALOR-LIMITE
000075                    FROM EAD719.ALCADA_SALARIO
000075            END-EXEC.
000075            EVALUATE SQLCODE
000075                WHEN 0
000075                    MOVE ALC-PERC-LIMITE  TO WK-PERC-ALCADA
000075                    MOVE ALC-VALOR-LIMITE TO WK-VALOR-ALCADA
000075                WHEN 100
000075                    DISPLAY 'ALCADA SALARIAL NAO CADASTRADA -'
000075                            ' ASSUMIDO O PADRAO DO PROGRAMA'
000075                WHEN OTHER
000075                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000075                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000075                            ' NO SELECT DA ALCADA SALARIAL'
000075                    MOVE 12 TO RETURN-CODE
000075                    STOP RUN
000075            END-EVALUATE.
000075       *
000075       * O OPERADOR DO CARTAO ASSINA O HISTORICO E A PENDENCIA;
000075       * TEM QUE ESTAR ATIVO PARA O PROGRAMA EM EAD719.OPERADORES
000075        121-IDENTIFICA-OPERADOR.
000075            IF WK-OPERADOR-REAJUSTE = SPACES
000075                DISPLAY 'OPERADOR SOLICITANTE NAO INFORMADO NO CARTAO!'
000075                MOVE 12 TO RETURN-CODE
000075                STOP RUN
000075            END-IF.
000075            MOVE WK-OPERADOR-REAJUSTE TO OPR-OPERADOR.
000075            MOVE 'EAD71923'           TO OPR-PROGRAMA.
000075            MOVE SPACES               TO OPR-FUNCOES.
000075            EXEC SQL
000075                SELECT FUNCOES INTO :OPR-FUNCOES
000075                    FROM EAD719.OPERADORES
000075                    WHERE OPERADOR = :OPR-OPERADOR
000075                      AND PROGRAMA = :OPR-PROGRAMA
000075                      AND STATUS = 'A'
000075            END-EXEC.
000075            EVALUATE SQLCODE
000075                WHEN 0
000075                    DISPLAY 'OPERADOR ' OPR-OPERADOR
000075                            ' IDENTIFICADO.'
000075                WHEN 100
000075                    DISPLAY 'OPERADOR ' OPR-OPERADOR
000075                            ' NAO CADASTRADO PARA O PROGRAMA!'
000075                    MOVE 12 TO RETURN-CODE
000075                    STOP RUN
000075                WHEN OTHER
000075                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000075                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000075                            ' NO SELECT DO OPERADOR'
000075                    MOVE 12 TO RETURN-CODE
000075                    STOP RUN
000075            END-EVALUATE.
000076       *******************************************************
000076        150-VALIDA-ORCAMENTO-DEPTO SECTION.
000076        151-VALIDA-ORCAMENTO-DEPTO.
000079                PERFORM 301-LER-REAJUSTETEMP
000079                EXIT PARAGRAPH
000079            END-IF.
000079       * ACIMA DA ALCADA O REAJUSTE DO FUNCIONARIO FICA PENDENTE
000079       * DE APROVACAO NO EAD71964 E NAO ENTRA NA VARIACAO DA FOLHA
000079            PERFORM 291-VERIFICA-ALCADA.
000079            IF WK-ACIMA-ALCADA = 'S'
000079                PERFORM 292-GRAVA-PENDENTE
000079                PERFORM 301-LER-REAJUSTETEMP
000079                EXIT PARAGRAPH
000079            END-IF.
000080            EXEC SQL
000081                UPDATE EAD719.FUNCIONARIOS
000082                    SET SALARIOFUN = :WK-SALARIO-NOVO,
000122            MOVE WK-SALARIO-NOVO   TO WK-SALARIO-EDIT.
000122            MOVE WK-SALARIO-EDIT   TO HIST-VALOR-NOVO.
000122            MOVE FUNCTION CURRENT-DATE TO HIST-DATA-HORA.
000122       * REAJUSTE EM LOTE ASSINA O HISTORICO COM O OPERADOR DO
000122       * CARTAO, VALIDADO NO 121
000122            MOVE WK-OPERADOR-REAJUSTE TO HIST-OPERADOR.
000122            EXEC SQL
000122                INSERT INTO EAD719.FUNCIONARIOS_HIST
000122                VALUES(:HIST-CODFUN,
000157                    STOP RUN
000158            END-EVALUATE.
000159       *******************************************************
000159       * ALCADA: DIFERENCA (PARA MAIS OU PARA MENOS) ACIMA DO
000159       * VALOR OU DO PERCENTUAL DE EAD719.ALCADA_SALARIO, NO
000159       * MESMO CRITERIO DO 291 DO EAD71918
000159        290-ALCADA-SALARIO SECTION.
000159        291-VERIFICA-ALCADA.
000159            MOVE 'N' TO WK-ACIMA-ALCADA.
000159            COMPUTE WK-DIFERENCA-SALARIO =
000159                WK-SALARIO-NOVO - WK-SALARIO-ANTIGO.
000159            IF WK-DIFERENCA-SALARIO < 0
000159                COMPUTE WK-DIFERENCA-SALARIO =
000159                    WK-DIFERENCA-SALARIO * -1
000159            END-IF.
000159            IF WK-DIFERENCA-SALARIO = 0
000159                EXIT PARAGRAPH
000159            END-IF.
000159            IF WK-VALOR-ALCADA > 0
000159               AND WK-DIFERENCA-SALARIO > WK-VALOR-ALCADA
000159                MOVE 'S' TO WK-ACIMA-ALCADA
000159                EXIT PARAGRAPH
000159            END-IF.
000159            IF WK-PERC-ALCADA > 0
000159                IF WK-SALARIO-ANTIGO NOT > 0
000159                    MOVE 'S' TO WK-ACIMA-ALCADA
000159                ELSE
000159                    COMPUTE WK-PERC-DIFERENCA ROUNDED =
000159                        WK-DIFERENCA-SALARIO * 100
000159                        / WK-SALARIO-ANTIGO
000159                    IF WK-PERC-DIFERENCA > WK-PERC-ALCADA
000159                        MOVE 'S' TO WK-ACIMA-ALCADA
000159                    END-IF
000159                END-IF
000159            END-IF.
000159       *
000159        292-GRAVA-PENDENTE.
000159            MOVE WK-CODFUN-CURSOR TO SPE-CODFUN.
000159            EXEC SQL
000159                SELECT COUNT(*) INTO :WK-QTD-PENDENTE
000159                    FROM EAD719.SALARIOS_PENDENTES
000159                    WHERE CODFUN = :SPE-CODFUN
000159                      AND STATUS = 'P'
000159            END-EXEC.
000159            IF SQLCODE NOT = 0
000159                MOVE SQLCODE TO WK-SQLCODE-EDIT
000159                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000159                        ' NA CONSULTA DAS PENDENCIAS DE SALARIO'
000159                MOVE 12 TO RETURN-CODE
000159                STOP RUN
000159            END-IF.
000159            IF WK-QTD-PENDENTE > 0
000159                DISPLAY 'FUNCIONARIO ' WK-CODFUN-CURSOR
000159                        ' JA TEM ALTERACAO DE SALARIO PENDENTE'
000159                        ' DE APROVACAO - REJEITADO!'
000159                ADD 1 TO WK-QTD-REAJUSTE-REJ
000159                EXIT PARAGRAPH
000159            END-IF.
000159            MOVE 'EAD71923'           TO SPE-ORIGEM.
000159            MOVE WK-SALARIO-ANTIGO    TO SPE-SALARIO-ANTIGO.
000159            MOVE WK-SALARIO-NOVO      TO SPE-SALARIO-NOVO.
000159            MOVE WK-OPERADOR-REAJUSTE TO SPE-OPER-SOLICITANTE.
000159            MOVE WK-REAJUSTE-ACCEPT   TO SPE-CARTAO-LINHA1.
000159            MOVE SPACES               TO SPE-CARTAO-LINHA2.
000159            MOVE 'P'                  TO SPE-STATUS.
000159            MOVE SPACES               TO SPE-OPER-DECISAO.
000159            MOVE SPACES               TO SPE-TS-DECISAO.
000159            MOVE SPACES               TO SPE-MOTIVO.
000159            EXEC SQL
000159                INSERT INTO EAD719.SALARIOS_PENDENTES
000159                VALUES(:SPE-CODFUN,
000159                       CURRENT TIMESTAMP,
000159                       :SPE-ORIGEM,
000159                       :SPE-SALARIO-ANTIGO,
000159                       :SPE-SALARIO-NOVO,
000159                       :SPE-OPER-SOLICITANTE,
000159                       :SPE-CARTAO-LINHA1,
000159                       :SPE-CARTAO-LINHA2,
000159                       :SPE-STATUS,
000159                       :SPE-OPER-DECISAO,
000159                       :SPE-TS-DECISAO,
000159                       :SPE-MOTIVO)
000159            END-EXEC.
000159            IF SQLCODE NOT = 0
000159                MOVE SQLCODE TO WK-SQLCODE-EDIT
000159                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000159                        ' NO INSERT DA PENDENCIA DE SALARIO'
000159                MOVE 12 TO RETURN-CODE
000159                STOP RUN
000159            END-IF.
000159            ADD 1 TO WK-QTD-REAJUSTE-PEND.
000159            MOVE WK-SALARIO-NOVO TO WK-SALARIO-EDIT.
000159            DISPLAY 'FUNCIONARIO ' WK-CODFUN-CURSOR
000159                    ' - SALARIO ' WK-SALARIO-EDIT
000159                    ' ACIMA DA ALCADA - PENDENTE DE APROVACAO'.
000159            ADD 1 TO WK-CONTADOR-CHECKPOINT.
000159            IF WK-CONTADOR-CHECKPOINT >= WK-INTERVALO-COMMIT
000159                PERFORM 501-CHECKPOINT
000159            END-IF.
000159       *******************************************************
000160        500-CHECKPOINT SECTION.
000161        501-CHECKPOINT.
000162            EXEC SQL
000180            DISPLAY 'FUNCIONARIOS REAJUSTADOS : ' WK-RESUMO-EDIT.
000181            MOVE WK-QTD-REAJUSTE-REJ TO WK-RESUMO-EDIT.
000182            DISPLAY 'REJEITADOS               : ' WK-RESUMO-EDIT.
000182            MOVE WK-QTD-REAJUSTE-PEND TO WK-RESUMO-EDIT.
000182            DISPLAY 'PENDENTES DE APROVACAO   : ' WK-RESUMO-EDIT.
000183            MOVE WK-FOLHA-DELTA TO WK-FOLHA-DELTA-EDIT.
000184            DISPLAY 'VARIACAO NA FOLHA        : ' WK-FOLHA-DELTA-EDIT.
000185            DISPLAY '*********************************************'.
