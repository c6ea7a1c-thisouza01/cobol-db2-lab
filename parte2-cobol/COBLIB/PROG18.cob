000005       * CADA FUNCAO E CONFERIDA CONTRA AS PERMISSOES   *
000005       * DO OPERADOR EM EAD719.OPERADORES E O OPERADOR  *
000005       * SAI NO HISTORICO E NO JORNAL TRANLOG           *
000005       * SALARIO NOVO ACIMA DA ALCADA EM                *
000005       * EAD719.ALCADA_SALARIO NAO E APLICADO: FICA     *
000005       * PENDENTE EM EAD719.SALARIOS_PENDENTES ATE A    *
000005       * APROVACAO DE OUTRO OPERADOR NO EAD71964        *
000005       * INCLUSAO, TRANSFERENCIA DE DEPARTAMENTO E      *
000005       * TROCA DE CARGO SEM VAGA LIVRE NO QUADRO DE     *
000005       * VAGAS APROVADO EM                              *
000005       * EAD719.QUADRO_VAGAS (EAD71969) SAO REJEITADAS  *
000005       * E GRAVADAS NO TRANLOG COM SQLCODE +001         *
000006       **************************************************
000007       *
000008        ENVIRONMENT DIVISION.
000041                INCLUDE BOOKOPER
000041            END-EXEC.
000041            EXEC SQL
000041                INCLUDE BOOKSPEN
000041            END-EXEC.
000041            EXEC SQL
000041                INCLUDE BOOKALCA
000041            END-EXEC.
000041            EXEC SQL
000041                INCLUDE BOOKQUAD
000041            END-EXEC.
000041            EXEC SQL
000042                INCLUDE SQLCA
000043            END-EXEC.
000044        77  WK-SALARIO-EDIT           PIC ZZZ.ZZ9,99  VALUE ZEROS.
000078            05  WK-QTD-DEMISSAO-REJ   PIC 9(05)  VALUE ZEROS.
000079            05  WK-QTD-FUNCAO-INVALIDA PIC 9(05) VALUE ZEROS.
000079            05  WK-QTD-NAO-AUTORIZADA PIC 9(05)  VALUE ZEROS.
000079            05  WK-QTD-SALARIO-PENDENTE PIC 9(05) VALUE ZEROS.
000079            05  WK-QTD-SEM-VAGA       PIC 9(05)  VALUE ZEROS.
000080        77  WK-ALTERACAO-TEVE-ERRO    PIC X      VALUE 'N'.
000080       *
000080       * IDENTIFICACAO E AUTORIZACAO DO OPERADOR (CARTAO 'O')
000104        77  WK-DELTA-ORCAMENTO        PIC S9(7)V99  COMP-3 VALUE ZEROS.
000104        77  WK-ORCAMENTO-VALIDO       PIC X           VALUE 'S'.
000104       *
000104       * ALCADA DA ALTERACAO DE SALARIO SEM SEGUNDA APROVACAO
000104       * (EAD719.ALCADA_SALARIO; SEM O REGISTRO VALE O PADRAO)
000104        77  WK-PERC-ALCADA            PIC S9(3)V99  COMP-3 VALUE 10.
000104        77  WK-VALOR-ALCADA           PIC S9(6)V99  COMP-3 VALUE 1000.
000104        77  WK-DIFERENCA-SALARIO      PIC S9(6)V99  COMP-3 VALUE ZEROS.
000104        77  WK-PERC-DIFERENCA         PIC S9(7)V99  COMP-3 VALUE ZEROS.
000104        77  WK-ACIMA-ALCADA           PIC X           VALUE 'N'.
000104        77  WK-SALARIO-ENCONTRADO     PIC X           VALUE 'N'.
000104        77  WK-SALARIO-PENDENTE       PIC X           VALUE 'N'.
000104        77  WK-QTD-PENDENTE           PIC S9(04) COMP VALUE ZEROS.
000104       *
000104       * QUADRO DE VAGAS POR DEPARTAMENTO E CARGO (SEM REGISTRO
000104       * ATIVO EM EAD719.QUADRO_VAGAS O PAR NAO E CONTROLADO)
000104        77  WK-QUADRO-VALIDO          PIC X           VALUE 'S'.
000104        77  WK-FUNC-ENCONTRADO        PIC X           VALUE 'N'.
000104        77  WK-VAGAS-OCUPADAS         PIC S9(09) COMP VALUE ZEROS.
000104        77  WK-VAGAS-EDIT             PIC ZZZ9        VALUE ZEROS.
000104       * CODIGO DO TRANLOG PARA REJEICAO POR FALTA DE VAGA (NAO
000104       * E SQLCODE DO DB2; CLASSIFICADO PELO EAD71929)
000104        77  WK-SQLCODE-SEM-VAGA       PIC S9(4)       VALUE +1.
000104       *
000105        PROCEDURE DIVISION.
000106        000-PRINCIPAL SECTION.
000107        001-PRINCIPAL.
000121                    FROM EAD719.FUNCIONARIOS
000122                    WHERE STATUSFUN = 'A'
000123            END-EXEC.
000123            PERFORM 111-LER-ALCADA.
000124            PERFORM 301-LER-TRANSACAO.
000124       *
000124        111-LER-ALCADA.
000124            EXEC SQL
000124                SELECT PERC-LIMITE, VALOR-LIMITE
000124                    INTO :ALC-PERC-LIMITE, :ALC-VALOR-LIMITE
000124                    FROM EAD719.ALCADA_SALARIO
000124            END-EXEC.
000124            EVALUATE SQLCODE
000124                WHEN 0
000124                    MOVE ALC-PERC-LIMITE  TO WK-PERC-ALCADA
000124                    MOVE ALC-VALOR-LIMITE TO WK-VALOR-ALCADA
000124                WHEN 100
000124                    DISPLAY 'ALCADA SALARIAL NAO CADASTRADA -'
000124                            ' ASSUMIDO O PADRAO DO PROGRAMA'
000124                WHEN OTHER
000124                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000124                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000124                            ' NO SELECT DA ALCADA SALARIAL'
000124                    MOVE 12 TO RETURN-CODE
000124                    STOP RUN
000124            END-EVALUATE.
000125       *******************************************************
000126        200-PROCESSAR SECTION.
000127        201-PROCESSAR.
000166            MOVE DB2-CODFUN      TO HIST-CODFUN.
000167            MOVE 'INCLUSAO'      TO HIST-CAMPO.
000168            MOVE 'I'             TO WK-TRANLOG-OPERACAO.
000168            MOVE SPACES          TO HIST-VALOR-ANTIGO.
000168            PERFORM 245-VALIDA-QUADRO-VAGAS.
000168            IF WK-QUADRO-VALIDO NOT = 'S'
000168                ADD 1 TO WK-QTD-INCLUSAO-REJ
000168                EXIT PARAGRAPH
000168            END-IF.
000169            EXEC SQL
000170                INSERT INTO EAD719.FUNCIONARIOS
000171                VALUES(:DB2-CODFUN,
000278            MOVE WK-CODFUN-ACCEPT     TO DB2-CODFUN.
000279            MOVE 'N' TO WK-ALTERACAO-TEVE-ERRO.
000280            MOVE 'N' TO WK-ALTERACAO-TEVE-CAMPO.
000280            MOVE 'N' TO WK-SALARIO-PENDENTE.
000281            IF   WK-NOMEFUN-ACCEPT    NOT = SPACES
000282                PERFORM 210-ALTERA-NOME
000283                MOVE 'S' TO WK-ALTERACAO-TEVE-CAMPO
000423                    WHERE CODFUN = :DB2-CODFUN
000424                      AND STATUSFUN = 'A'
000425            END-EXEC.
000425            MOVE 'N' TO WK-SALARIO-ENCONTRADO.
000425            IF SQLCODE = 0
000425                MOVE 'S' TO WK-SALARIO-ENCONTRADO
000425            END-IF.
000426            MOVE DB2-CODFUN   TO HIST-CODFUN.
000427            MOVE 'SALARIOFUN' TO HIST-CAMPO.
000428            MOVE 'A'          TO WK-TRANLOG-OPERACAO.
000429                    EXIT PARAGRAPH
000429                END-IF
000429            END-IF.
000429       * ACIMA DA ALCADA O SALARIO NAO E ALTERADO AQUI: FICA
000429       * PENDENTE ATE OUTRO OPERADOR APROVAR NO EAD71964, QUE
000429       * ENTAO ATUALIZA O FUNCIONARIO, O HISTORICO E O TRANLOG
000429            IF WK-SALARIO-ENCONTRADO = 'S'
000429                PERFORM 291-VERIFICA-ALCADA
000429                IF WK-ACIMA-ALCADA = 'S'
000429                    PERFORM 292-GRAVA-PENDENTE
000429                    EXIT PARAGRAPH
000429                END-IF
000429            END-IF.
000430            EXEC SQL
000431                UPDATE EAD719.FUNCIONARIOS
000432                    SET SALARIOFUN = :DB2-SALARIOFUN,
000463       *
000464        212-ALTERA-DEPARTAMENTO.
000465            EXEC SQL
000466                SELECT DEPTOFUN, TS-ULT-ALTERACAO, SALARIOFUN,
000466                       CARGOFUN
000467                    INTO :HIST-VALOR-ANTIGO, :WK-TS-ANTIGO-ALTERACAO,
000467                         :WK-SALARIO-ANTIGO-NUM, :DB2-CARGOFUN
000468                    FROM EAD719.FUNCIONARIOS
000469                    WHERE CODFUN = :DB2-CODFUN
000470                      AND STATUSFUN = 'A'
000475                    MOVE 'S' TO WK-ALTERACAO-TEVE-ERRO
000475                    EXIT PARAGRAPH
000475                END-IF
000475                IF DB2-DEPTOFUN NOT = HIST-VALOR-ANTIGO(1:3)
000475                    PERFORM 245-VALIDA-QUADRO-VAGAS
000475                    IF WK-QUADRO-VALIDO NOT = 'S'
000475                        MOVE 'S' TO WK-ALTERACAO-TEVE-ERRO
000475                        EXIT PARAGRAPH
000475                    END-IF
000475                END-IF
000475            END-IF.
000476            EXEC SQL
000477                UPDATE EAD719.FUNCIONARIOS
000640       *
000640        216-ALTERA-CARGO.
000640            EXEC SQL
000640                SELECT CARGOFUN, SALARIOFUN, TS-ULT-ALTERACAO,
000640                       DEPTOFUN
000640                    INTO :HIST-VALOR-ANTIGO, :DB2-SALARIOFUN,
000640                         :WK-TS-ANTIGO-ALTERACAO, :DB2-DEPTOFUN
000640                    FROM EAD719.FUNCIONARIOS
000640                    WHERE CODFUN = :DB2-CODFUN
000640                      AND STATUSFUN = 'A'
000640            END-EXEC.
000640            IF SQLCODE = 0
000640                MOVE 'S' TO WK-FUNC-ENCONTRADO
000640            ELSE
000640                MOVE 'N' TO WK-FUNC-ENCONTRADO
000640            END-IF.
000640            MOVE DB2-CODFUN  TO HIST-CODFUN.
000640            MOVE 'CARGOFUN'  TO HIST-CAMPO.
000640            MOVE 'A'         TO WK-TRANLOG-OPERACAO.
000640       * SE O CARTAO TAMBEM TROUXE SALARIO NOVO E AQUELA PERNA
000640       * FOI APLICADA, O PAR JA FOI VALIDADO CONTRA O CARGO
000640       * NOVO NO 211-ALTERA-SALARIO; SE A PERNA DO SALARIO FOI
000640       * REJEITADA OU FICOU PENDENTE DE APROVACAO, VALIDA O
000640       * CARGO NOVO CONTRA O SALARIO ATUAL
000640            IF SQLCODE = 0
000640               AND (WK-SALARIOFUN-ACCEPT NOT NUMERIC
000640                    OR WK-ALTERACAO-TEVE-ERRO = 'S'
000640                    OR WK-SALARIO-PENDENTE = 'S')
000640                PERFORM 231-VALIDA-FAIXA-SALARIAL
000640                IF WK-FAIXA-VALIDA NOT = 'S'
000640                    MOVE 'S' TO WK-ALTERACAO-TEVE-ERRO
000640                    EXIT PARAGRAPH
000640                END-IF
000640            END-IF.
000640            IF WK-FUNC-ENCONTRADO = 'S'
000640               AND DB2-CARGOFUN NOT = HIST-VALOR-ANTIGO(1:4)
000640                PERFORM 245-VALIDA-QUADRO-VAGAS
000640                IF WK-QUADRO-VALIDO NOT = 'S'
000640                    MOVE 'S' TO WK-ALTERACAO-TEVE-ERRO
000640                    EXIT PARAGRAPH
000640                END-IF
000640            END-IF.
000640            EXEC SQL
000640                UPDATE EAD719.FUNCIONARIOS
000640                    SET CARGOFUN = :DB2-CARGOFUN,
000671                MOVE 'N' TO WK-ORCAMENTO-VALIDO
000671            END-IF.
000671       *******************************************************
000671        244-VALIDA-QUADRO-VAGAS SECTION.
000671       * O FUNCIONARIO DA TRANSACAO NAO CONTA COMO OCUPANTE DO PAR
000671       * DE DESTINO; ZERO VAGAS AUTORIZADAS CONGELA O PAR
000671        245-VALIDA-QUADRO-VAGAS.
000671            MOVE 'S' TO WK-QUADRO-VALIDO.
000671            MOVE DB2-DEPTOFUN TO QDV-DEPTOFUN.
000671            MOVE DB2-CARGOFUN TO QDV-CODCARGO.
000671            EXEC SQL
000671                SELECT VAGAS-AUTORIZADAS
000671                    INTO :QDV-VAGAS-AUTORIZADAS
000671                    FROM EAD719.QUADRO_VAGAS
000671                    WHERE DEPTOFUN = :QDV-DEPTOFUN
000671                      AND CODCARGO = :QDV-CODCARGO
000671                      AND STATUS = 'A'
000671            END-EXEC.
000671            EVALUATE SQLCODE
000671                WHEN 0
000671                    CONTINUE
000671                WHEN 100
000671                    EXIT PARAGRAPH
000671                WHEN OTHER
000671                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000671                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000671                            ' NO COMANDO SELECT DO QUADRO DE VAGAS'
000671                    MOVE 12 TO RETURN-CODE
000671                    STOP RUN
000671            END-EVALUATE.
000671            EXEC SQL
000671                SELECT COUNT(*) INTO :WK-VAGAS-OCUPADAS
000671                    FROM EAD719.FUNCIONARIOS
000671                    WHERE DEPTOFUN = :QDV-DEPTOFUN
000671                      AND CARGOFUN = :QDV-CODCARGO
000671                      AND STATUSFUN = 'A'
000671                      AND CODFUN <> :DB2-CODFUN
000671            END-EXEC.
000671            IF SQLCODE NOT = 0
000671                MOVE SQLCODE TO WK-SQLCODE-EDIT
000671                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000671                        ' NA CONTAGEM DO QUADRO DE VAGAS'
000671                MOVE 12 TO RETURN-CODE
000671                STOP RUN
000671            END-IF.
000671            IF WK-VAGAS-OCUPADAS < QDV-VAGAS-AUTORIZADAS
000671                EXIT PARAGRAPH
000671            END-IF.
000671            MOVE QDV-VAGAS-AUTORIZADAS TO WK-VAGAS-EDIT.
000671            DISPLAY 'SEM VAGA NO QUADRO ' QDV-DEPTOFUN '/'
000671                    QDV-CODCARGO ' (' WK-VAGAS-EDIT
000671                    ' AUTORIZADAS) - FUNCIONARIO ' DB2-CODFUN
000671                    ' REJEITADO!'.
000671            MOVE 'N' TO WK-QUADRO-VALIDO.
000671            ADD 1 TO WK-QTD-SEM-VAGA.
000671            MOVE SPACES TO HIST-VALOR-NOVO.
000671            STRING 'SEM VAGA NO QUADRO ' QDV-DEPTOFUN '/'
000671                QDV-CODCARGO
000671                DELIMITED BY SIZE INTO HIST-VALOR-NOVO
000671            END-STRING.
000671            MOVE WK-SQLCODE-SEM-VAGA TO WK-TRANLOG-SQLCODE-NUM.
000671            PERFORM 271-GRAVA-TRANLOG.
000671       *******************************************************
000672        250-CALCULA-IDADE SECTION.
000673        251-CALCULA-IDADE.
000674            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-ATUAL.
000735            MOVE 'S' TO WK-ALTERACAO-TEVE-ERRO.
000736            PERFORM 271-GRAVA-TRANLOG.
000737       *******************************************************
000737       * ALCADA: DIFERENCA (PARA MAIS OU PARA MENOS) ACIMA DO
000737       * VALOR OU DO PERCENTUAL DE EAD719.ALCADA_SALARIO
000737        290-ALCADA-SALARIO SECTION.
000737        291-VERIFICA-ALCADA.
000737            MOVE 'N' TO WK-ACIMA-ALCADA.
000737            COMPUTE WK-DIFERENCA-SALARIO =
000737                DB2-SALARIOFUN - WK-SALARIO-ANTIGO-NUM.
000737            IF WK-DIFERENCA-SALARIO < 0
000737                COMPUTE WK-DIFERENCA-SALARIO =
000737                    WK-DIFERENCA-SALARIO * -1
000737            END-IF.
000737            IF WK-DIFERENCA-SALARIO = 0
000737                EXIT PARAGRAPH
000737            END-IF.
000737            IF WK-VALOR-ALCADA > 0
000737               AND WK-DIFERENCA-SALARIO > WK-VALOR-ALCADA
000737                MOVE 'S' TO WK-ACIMA-ALCADA
000737                EXIT PARAGRAPH
000737            END-IF.
000737            IF WK-PERC-ALCADA > 0
000737                IF WK-SALARIO-ANTIGO-NUM NOT > 0
000737                    MOVE 'S' TO WK-ACIMA-ALCADA
000737                ELSE
000737                    COMPUTE WK-PERC-DIFERENCA ROUNDED =
000737                        WK-DIFERENCA-SALARIO * 100
000737                        / WK-SALARIO-ANTIGO-NUM
000737                    IF WK-PERC-DIFERENCA > WK-PERC-ALCADA
000737                        MOVE 'S' TO WK-ACIMA-ALCADA
000737                    END-IF
000737                END-IF
000737            END-IF.
000737       *
000737       * UMA SO PENDENCIA POR FUNCIONARIO: A SEGUNDA SERIA
000737       * APROVADA SOBRE UM SALARIO ANTIGO QUE JA NAO VALE
000737        292-GRAVA-PENDENTE.
000737            MOVE DB2-CODFUN TO SPE-CODFUN.
000737            EXEC SQL
000737                SELECT COUNT(*) INTO :WK-QTD-PENDENTE
000737                    FROM EAD719.SALARIOS_PENDENTES
000737                    WHERE CODFUN = :SPE-CODFUN
000737                      AND STATUS = 'P'
000737            END-EXEC.
000737            IF SQLCODE NOT = 0
000737                MOVE SQLCODE TO WK-SQLCODE-EDIT
000737                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000737                        ' NA CONSULTA DAS PENDENCIAS DE SALARIO'
000737                MOVE 12 TO RETURN-CODE
000737                STOP RUN
000737            END-IF.
000737            IF WK-QTD-PENDENTE > 0
000737                DISPLAY 'FUNCIONARIO ' DB2-CODFUN
000737                        ' JA TEM ALTERACAO DE SALARIO PENDENTE'
000737                        ' DE APROVACAO - REJEITADA!'
000737                MOVE 'S' TO WK-ALTERACAO-TEVE-ERRO
000737                EXIT PARAGRAPH
000737            END-IF.
000737            MOVE 'EAD71918'            TO SPE-ORIGEM.
000737            MOVE WK-SALARIO-ANTIGO-NUM TO SPE-SALARIO-ANTIGO.
000737            MOVE DB2-SALARIOFUN        TO SPE-SALARIO-NOVO.
000737            MOVE OPR-OPERADOR          TO SPE-OPER-SOLICITANTE.
000737            MOVE WK-ACCEPT             TO SPE-CARTAO-LINHA1.
000737            MOVE WK-EMAILFUN-ACCEPT    TO SPE-CARTAO-LINHA2.
000737            MOVE 'P'                   TO SPE-STATUS.
000737            MOVE SPACES                TO SPE-OPER-DECISAO.
000737            MOVE SPACES                TO SPE-TS-DECISAO.
000737            MOVE SPACES                TO SPE-MOTIVO.
000737            EXEC SQL
000737                INSERT INTO EAD719.SALARIOS_PENDENTES
000737                VALUES(:SPE-CODFUN,
000737                       CURRENT TIMESTAMP,
000737                       :SPE-ORIGEM,
000737                       :SPE-SALARIO-ANTIGO,
000737                       :SPE-SALARIO-NOVO,
000737                       :SPE-OPER-SOLICITANTE,
000737                       :SPE-CARTAO-LINHA1,
000737                       :SPE-CARTAO-LINHA2,
000737                       :SPE-STATUS,
000737                       :SPE-OPER-DECISAO,
000737                       :SPE-TS-DECISAO,
000737                       :SPE-MOTIVO)
000737            END-EXEC.
000737            IF SQLCODE NOT = 0
000737                MOVE SQLCODE TO WK-SQLCODE-EDIT
000737                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000737                        ' NO INSERT DA PENDENCIA DE SALARIO'
000737                MOVE 12 TO RETURN-CODE
000737                STOP RUN
000737            END-IF.
000737            MOVE 'S' TO WK-SALARIO-PENDENTE.
000737            ADD 1 TO WK-QTD-SALARIO-PENDENTE.
000737            MOVE DB2-SALARIOFUN TO WK-SALARIO-EDIT.
000737            DISPLAY 'SALARIO DO FUNCIONARIO ' DB2-CODFUN
000737                    ' PARA ' WK-SALARIO-EDIT
000737                    ' ACIMA DA ALCADA - PENDENTE DE APROVACAO'.
000737       *******************************************************
000738        500-CHECKPOINT SECTION.
000739        501-CHECKPOINT.
000740            EXEC SQL
000789            DISPLAY 'TRANSACOES INVALIDAS  : ' WK-RESUMO-EDIT.
000789            MOVE WK-QTD-NAO-AUTORIZADA TO WK-RESUMO-EDIT.
000789            DISPLAY 'NAO AUTORIZADAS       : ' WK-RESUMO-EDIT.
000789            MOVE WK-QTD-SALARIO-PENDENTE TO WK-RESUMO-EDIT.
000789            DISPLAY 'SALARIOS PENDENTES    : ' WK-RESUMO-EDIT.
000789            MOVE WK-QTD-SEM-VAGA      TO WK-RESUMO-EDIT.
000789            DISPLAY 'SEM VAGA NO QUADRO    : ' WK-RESUMO-EDIT.
000790            DISPLAY '*********************************************'.
000791            PERFORM 950-RECONCILIA-TOTAIS-CONTROLE.
000792       *******************************************************
