000006       * EAD719.FUNCIONARIOS_HIST E O JORNAL TRANLOG COMO UMA   *
000006       * ALTERACAO ONLINE FARIA; O QUE NAO PUDER SER APLICADO   *
000006       * VIRA 'R' COM O MOTIVO E SAI NO RELATORIO RELAGEND      *
000006       * TRANSFERENCIA E TROCA DE CARGO SO SAO APLICADAS COM    *
000006       * VAGA LIVRE NO QUADRO DE VAGAS (EAD719.QUADRO_VAGAS)    *
000006       * NA DATA EFETIVA                                        *
000007       *********************************************************
000008       *
000009        ENVIRONMENT DIVISION.
000048            END-EXEC.
000049            EXEC SQL
000050                INCLUDE BOOKAGEN
000050            END-EXEC.
000050            EXEC SQL
000050                INCLUDE BOOKQUAD
000051            END-EXEC.
000052            EXEC SQL
000053                INCLUDE SQLCA
000105        77  WK-FOLHA-DEPTO         PIC S9(9)V99  COMP-3 VALUE ZEROS.
000106        77  WK-FOLHA-PROJETADA     PIC S9(11)V99 COMP-3 VALUE ZEROS.
000107        77  WK-DELTA-ORCAMENTO     PIC S9(7)V99  COMP-3 VALUE ZEROS.
000107       *
000107       * QUADRO DE VAGAS POR DEPARTAMENTO E CARGO, COMO NO EAD71918
000107       * (SEM REGISTRO ATIVO O PAR NAO E CONTROLADO)
000107        77  WK-VAGAS-OCUPADAS      PIC S9(09) COMP VALUE ZEROS.
000108       *
000109        01  WK-RESUMO-LOTE.
000110            05  WK-QTD-AGENDADAS-OK   PIC 9(05)  VALUE ZEROS.
000413                WHEN 'DEPTOFUN'
000414                    EXEC SQL
000415                        SELECT DEPTOFUN, SALARIOFUN,
000416                               TS-ULT-ALTERACAO, CARGOFUN
000417                            INTO :HIST-VALOR-ANTIGO,
000418                                 :WK-SALARIO-ATUAL,
000419                                 :WK-TS-ANTIGO,
000419                                 :DB2-CARGOFUN
000420                            FROM EAD719.FUNCIONARIOS
000421                            WHERE CODFUN = :DB2-CODFUN
000422                              AND STATUSFUN = 'A'
000451                WHEN 'CARGOFUN'
000452                    EXEC SQL
000453                        SELECT CARGOFUN, SALARIOFUN,
000454                               TS-ULT-ALTERACAO, DEPTOFUN
000455                            INTO :HIST-VALOR-ANTIGO,
000456                                 :WK-SALARIO-ATUAL,
000457                                 :WK-TS-ANTIGO,
000457                                 :DB2-DEPTOFUN
000458                            FROM EAD719.FUNCIONARIOS
000459                            WHERE CODFUN = :DB2-CODFUN
000460                              AND STATUSFUN = 'A'
000477       *
000478       * MESMAS REGRAS DE NEGOCIO DO EAD71918: FAIXA DO CARGO
000479       * PARA SALARIO/CARGO E ORCAMENTO DO DEPARTAMENTO PARA
000480       * AUMENTO OU TRANSFERENCIA; QUADRO DE VAGAS PARA
000480       * TRANSFERENCIA E TROCA DE CARGO
000481        531-VALIDA-APLICACAO.
000482            EVALUATE AGD-CAMPO
000483                WHEN 'SALARIOFUN'
000494                    MOVE AGD-VALOR-NOVO(1:4) TO DB2-CARGOFUN
000495                    MOVE WK-SALARIO-ATUAL TO WK-SALARIO-NOVO
000496                    PERFORM 532-VALIDA-FAIXA-SALARIO
000496                    IF WK-APLICACAO-OK = 'S'
000496                       AND DB2-CARGOFUN NOT = HIST-VALOR-ANTIGO(1:4)
000496                        PERFORM 535-VALIDA-QUADRO-VAGAS
000496                    END-IF
000497                WHEN 'DEPTOFUN'
000498                    MOVE AGD-VALOR-NOVO(1:3) TO DB2-DEPTOFUN
000499                    MOVE WK-SALARIO-ATUAL TO WK-DELTA-ORCAMENTO
000500                    PERFORM 534-VALIDA-ORCAMENTO
000500                    IF WK-APLICACAO-OK = 'S'
000500                       AND DB2-DEPTOFUN NOT = HIST-VALOR-ANTIGO(1:3)
000500                        PERFORM 535-VALIDA-QUADRO-VAGAS
000500                    END-IF
000501                WHEN OTHER
000502                    CONTINUE
000503            END-EVALUATE.
000552                    WK-MOTIVO-REJEICAO
000553                MOVE 'N' TO WK-APLICACAO-OK
000554            END-IF.
000554       *
000554       * O PROPRIO FUNCIONARIO NAO CONTA COMO OCUPANTE DO PAR NOVO
000554        535-VALIDA-QUADRO-VAGAS.
000554            MOVE DB2-DEPTOFUN TO QDV-DEPTOFUN.
000554            MOVE DB2-CARGOFUN TO QDV-CODCARGO.
000554            EXEC SQL
000554                SELECT VAGAS-AUTORIZADAS
000554                    INTO :QDV-VAGAS-AUTORIZADAS
000554                    FROM EAD719.QUADRO_VAGAS
000554                    WHERE DEPTOFUN = :QDV-DEPTOFUN
000554                      AND CODCARGO = :QDV-CODCARGO
000554                      AND STATUS = 'A'
000554            END-EXEC.
000554            EVALUATE SQLCODE
000554                WHEN 0
000554                    CONTINUE
000554                WHEN 100
000554                    EXIT PARAGRAPH
000554                WHEN OTHER
000554                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000554                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000554                            ' NO SELECT DO QUADRO DE VAGAS'
000554                    MOVE 12 TO RETURN-CODE
000554                    STOP RUN
000554            END-EVALUATE.
000554            EXEC SQL
000554                SELECT COUNT(*) INTO :WK-VAGAS-OCUPADAS
000554                    FROM EAD719.FUNCIONARIOS
000554                    WHERE DEPTOFUN = :QDV-DEPTOFUN
000554                      AND CARGOFUN = :QDV-CODCARGO
000554                      AND STATUSFUN = 'A'
000554                      AND CODFUN <> :DB2-CODFUN
000554            END-EXEC.
000554            IF SQLCODE NOT = 0
000554                MOVE SQLCODE TO WK-SQLCODE-EDIT
000554                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000554                        ' NA CONTAGEM DO QUADRO DE VAGAS'
000554                MOVE 12 TO RETURN-CODE
000554                STOP RUN
000554            END-IF.
000554            IF WK-VAGAS-OCUPADAS NOT < QDV-VAGAS-AUTORIZADAS
000554                MOVE 'SEM VAGA NO QUADRO' TO WK-MOTIVO-REJEICAO
000554                MOVE 'N' TO WK-APLICACAO-OK
000554            END-IF.
000555       *
000556        541-APLICA-UPDATE.
000557            EVALUATE AGD-CAMPO
