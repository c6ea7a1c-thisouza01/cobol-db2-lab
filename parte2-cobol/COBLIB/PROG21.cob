000003        AUTHOR.        THIAGO.
000004       *********************************************************
000005       * CARGA EM LOTE: ARQUIVO SEQUENCIAL -> EAD719.FUNCIONARIOS *
000005       * FUNCIONARIO SEM VAGA LIVRE NO QUADRO APROVADO DO      *
000005       * DEPARTAMENTO E CARGO (EAD719.QUADRO_VAGAS) E          *
000005       * REJEITADO                                             *
000006       *********************************************************
000007       *
000008        ENVIRONMENT DIVISION.
000023            EXEC SQL
000024                INCLUDE BOOKFUNC
000025            END-EXEC.
000025            EXEC SQL
000025                INCLUDE BOOKQUAD
000025            END-EXEC.
000026            EXEC SQL
000027                INCLUDE SQLCA
000028            END-EXEC.
000049        77  WK-MES-NASC            PIC 9(02)       VALUE ZEROS.
000050        77  WK-DIA-NASC            PIC 9(02)       VALUE ZEROS.
000051        77  WK-IDADE-CALCULADA     PIC 99          VALUE ZEROS.
000051       *
000051       * QUADRO DE VAGAS POR DEPARTAMENTO E CARGO (SEM REGISTRO
000051       * ATIVO EM EAD719.QUADRO_VAGAS O PAR NAO E CONTROLADO)
000051        77  WK-QUADRO-VALIDO       PIC X           VALUE 'S'.
000051        77  WK-VAGAS-OCUPADAS      PIC S9(09) COMP VALUE ZEROS.
000052       *
000053        PROCEDURE DIVISION.
000054        000-PRINCIPAL SECTION.
000084                MOVE 'A'                  TO DB2-STATUSFUN
000085                MOVE SPACES               TO DB2-DT-EXCLUSAO
000086                MOVE SPACES               TO DB2-DT-DEMISSAOFUN
000087                PERFORM 241-VALIDA-QUADRO-VAGAS
000087                IF WK-QUADRO-VALIDO = 'S'
000087                    PERFORM 211-INCLUI-FUNCIONARIO
000087                ELSE
000087                    ADD 1 TO WK-QTD-CARGA-REJ
000087                END-IF
000124            END-IF.
000125            PERFORM 301-LER-CARGA.
000125       *
000125        211-INCLUI-FUNCIONARIO.
000087            EXEC SQL
000088                INSERT INTO EAD719.FUNCIONARIOS
000089                VALUES(:DB2-CODFUN,
000090                       :DB2-NOMEFUN,
000091                       :DB2-SALARIOFUN,
000092                       :DB2-DEPTOFUN,
000093                       :DB2-ADMISSFUN,
000094                       :DB2-NASCFUN,
000095                       :DB2-IDADEFUN,
000096                       :DB2-STATUSFUN,
000097                       :DB2-DT-EXCLUSAO,
000098                       :DB2-DT-DEMISSAOFUN,
000099                       :DB2-EMAILFUN,
000100                       CURRENT TIMESTAMP,
000100                       :DB2-CARGOFUN)
000101            END-EXEC
000102            EVALUATE SQLCODE
000103                WHEN 0
000104                    ADD 1 TO WK-QTD-CARGA-OK
000105                    ADD 1 TO WK-CONTADOR-CHECKPOINT
000106                    IF WK-CONTADOR-CHECKPOINT >= WK-INTERVALO-COMMIT
000107                        PERFORM 501-CHECKPOINT
000108                    END-IF
000109                WHEN -803
000110                    DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' JA EXISTE!'
000111                    ADD 1 TO WK-QTD-CARGA-REJ
000112                WHEN -530
000113                    DISPLAY 'FUNCIONARIO ' DB2-CODFUN
000114                            ' - DEPARTAMENTO ' DB2-DEPTOFUN
000115                            ' INVALIDO!'
000116                    ADD 1 TO WK-QTD-CARGA-REJ
000117                WHEN OTHER
000118                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000119                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000120                            ' NO COMANDO INSERT DA CARGA'
000121                    MOVE 12 TO RETURN-CODE
000122                    STOP RUN
000123            END-EVALUATE.
000126       *******************************************************
000126        240-VALIDA-QUADRO-VAGAS SECTION.
000126        241-VALIDA-QUADRO-VAGAS.
000126            MOVE 'S' TO WK-QUADRO-VALIDO.
000126            MOVE DB2-DEPTOFUN TO QDV-DEPTOFUN.
000126            MOVE DB2-CARGOFUN TO QDV-CODCARGO.
000126            EXEC SQL
000126                SELECT VAGAS-AUTORIZADAS
000126                    INTO :QDV-VAGAS-AUTORIZADAS
000126                    FROM EAD719.QUADRO_VAGAS
000126                    WHERE DEPTOFUN = :QDV-DEPTOFUN
000126                      AND CODCARGO = :QDV-CODCARGO
000126                      AND STATUS = 'A'
000126            END-EXEC.
000126            EVALUATE SQLCODE
000126                WHEN 0
000126                    CONTINUE
000126                WHEN 100
000126                    EXIT PARAGRAPH
000126                WHEN OTHER
000126                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000126                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000126                            ' NO SELECT DO QUADRO DE VAGAS'
000126                    MOVE 12 TO RETURN-CODE
000126                    STOP RUN
000126            END-EVALUATE.
000126            EXEC SQL
000126                SELECT COUNT(*) INTO :WK-VAGAS-OCUPADAS
000126                    FROM EAD719.FUNCIONARIOS
000126                    WHERE DEPTOFUN = :QDV-DEPTOFUN
000126                      AND CARGOFUN = :QDV-CODCARGO
000126                      AND STATUSFUN = 'A'
000126            END-EXEC.
000126            IF SQLCODE NOT = 0
000126                MOVE SQLCODE TO WK-SQLCODE-EDIT
000126                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000126                        ' NA CONTAGEM DO QUADRO DE VAGAS'
000126                MOVE 12 TO RETURN-CODE
000126                STOP RUN
000126            END-IF.
000126            IF WK-VAGAS-OCUPADAS NOT < QDV-VAGAS-AUTORIZADAS
000126                DISPLAY 'FUNCIONARIO ' DB2-CODFUN
000126                        ' - SEM VAGA NO QUADRO ' QDV-DEPTOFUN '/'
000126                        QDV-CODCARGO '!'
000126                MOVE 'N' TO WK-QUADRO-VALIDO
000126            END-IF.
000126       *******************************************************
000127        250-CALCULA-IDADE SECTION.
000128        251-CALCULA-IDADE.
