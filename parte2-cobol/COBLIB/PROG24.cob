000006       * INCLUSAO, ALTERACAO E DESATIVACAO VIA CARTOES + LISTA  *
000006       * CARTAO 'O' NO TOPO DO LOTE IDENTIFICA O OPERADOR E     *
000006       * CADA FUNCAO E CONFERIDA CONTRA EAD719.OPERADORES       *
000006       * CADA DEPARTAMENTO PERTENCE A UM ESTABELECIMENTO ATIVO  *
000006       * DE EAD719.ESTABELECIMENTOS (CADASTRO DO EAD71965),     *
000006       * OBRIGATORIO NA INCLUSAO E TROCADO PELA ALTERACAO       *
000007       *********************************************************
000008       *
000009        ENVIRONMENT DIVISION.
000028        WORKING-STORAGE SECTION.
000029            EXEC SQL
000030                INCLUDE BOOKDEPT
000030            END-EXEC.
000030            EXEC SQL
000030                INCLUDE BOOKESTB
000031            END-EXEC.
000032            EXEC SQL
000032                INCLUDE BOOKOPER
000035            EXEC SQL
000036                DECLARE DEPTOTEMP CURSOR FOR
000037                    SELECT D.DEPTOFUN, D.NOMEDEPTO, D.STATUSDEPTO,
000037                           D.CODESTAB,
000038                           (SELECT COUNT(*)
000039                                FROM EAD719.FUNCIONARIOS F
000040                                WHERE F.DEPTOFUN = D.DEPTOFUN
000050            05 WK-DEPTOFUN-ACCEPT     PIC X(3)        VALUE SPACES.
000051            05 WK-NOMEDEPTO-ACCEPT    PIC X(30)       VALUE SPACES.
000051            05 WK-ORCAMENTO-ACCEPT    PIC 9(9)V99     VALUE ZEROS.
000051            05 WK-CODESTAB-ACCEPT     PIC X(2)        VALUE SPACES.
000051        01  WK-ACCEPT-OPER-RED REDEFINES WK-ACCEPT.
000051            05 FILLER                 PIC X(01).
000051            05 WK-OPERADOR-ACCEPT     PIC X(08).
000051            05 FILLER                 PIC X(38).
000052        01  WK-DATA-ATUAL.
000053            05  WK-ANO-ATUAL       PIC 9(04).
000054            05  WK-MES-ATUAL       PIC 9(02).
000056        77  WK-INCLUSAO-VALIDA     PIC X           VALUE 'S'.
000057        77  WK-QTD-FUNC-DEPTO      PIC S9(04) COMP VALUE ZEROS.
000058        77  WK-QTD-FUNC-EDIT       PIC ZZ.ZZ9      VALUE ZEROS.
000058        77  WK-ESTAB-VALIDO        PIC X           VALUE 'N'.
000058        77  WK-ESTAB-ALTERADO      PIC X           VALUE 'N'.
000059       *
000060        01  WK-RESUMO-LOTE.
000061            05  WK-QTD-INCLUSAO-OK    PIC 9(05)  VALUE ZEROS.
000110            ELSE
000110                MOVE ZEROS TO DEP-ORCAMENTO-ANUAL
000110            END-IF.
000110            MOVE WK-CODESTAB-ACCEPT TO DEP-CODESTAB.
000111            EXEC SQL
000112                INSERT INTO EAD719.DEPARTAMENTOS
000113                VALUES(:DEP-DEPTOFUN,
000113                       :DEP-NOMEDEPTO,
000114                       :DEP-STATUSDEPTO,
000115                       :DEP-DT-EXCLUSAO,
000115                       :DEP-ORCAMENTO-ANUAL,
000115                       :DEP-CODESTAB)
000116            END-EXEC.
000117            EVALUATE SQLCODE
000118                WHEN 0
000179            MOVE WK-DEPTOFUN-ACCEPT   TO DEP-DEPTOFUN.
000180            IF WK-NOMEDEPTO-ACCEPT = SPACES
000180               AND WK-ORCAMENTO-ACCEPT NOT NUMERIC
000180               AND WK-CODESTAB-ACCEPT = SPACES
000181                DISPLAY 'ALTERACAO DO DEPARTAMENTO ' DEP-DEPTOFUN
000182                        ' NAO INFORMOU NENHUM CAMPO!'
000183                ADD 1 TO WK-QTD-ALTERACAO-REJ
000184                EXIT PARAGRAPH
000185            END-IF.
000185       * TROCA DE ESTABELECIMENTO PRIMEIRO: SE FALHAR, O CARTAO
000185       * INTEIRO E REJEITADO
000185            IF WK-CODESTAB-ACCEPT NOT = SPACES
000185                PERFORM 207-ALTERA-ESTABELECIMENTO
000185                IF WK-ESTAB-ALTERADO NOT = 'S'
000185                    ADD 1 TO WK-QTD-ALTERACAO-REJ
000185                    EXIT PARAGRAPH
000185                END-IF
000185                IF WK-NOMEDEPTO-ACCEPT = SPACES
000185                   AND WK-ORCAMENTO-ACCEPT NOT NUMERIC
000185                    ADD 1 TO WK-QTD-ALTERACAO-OK
000185                    EXIT PARAGRAPH
000185                END-IF
000185            END-IF.
000185            IF WK-NOMEDEPTO-ACCEPT = SPACES
000185                PERFORM 206-ALTERA-ORCAMENTO
000185                EXIT PARAGRAPH
000206                    STOP RUN
000206            END-EVALUATE.
000206       *
000206        207-ALTERA-ESTABELECIMENTO.
000206            MOVE 'N' TO WK-ESTAB-ALTERADO.
000206            PERFORM 222-VALIDA-ESTABELECIMENTO.
000206            IF WK-ESTAB-VALIDO NOT = 'S'
000206                EXIT PARAGRAPH
000206            END-IF.
000206            MOVE WK-CODESTAB-ACCEPT TO DEP-CODESTAB.
000206            EXEC SQL
000206                UPDATE EAD719.DEPARTAMENTOS
000206                    SET CODESTAB = :DEP-CODESTAB
000206                    WHERE DEPTOFUN = :DEP-DEPTOFUN
000206                      AND STATUSDEPTO = 'A'
000206            END-EXEC.
000206            EVALUATE SQLCODE
000206                WHEN 0
000206                    DISPLAY 'DEPARTAMENTO ' DEP-DEPTOFUN
000206                            ' TRANSFERIDO PARA O ESTABELECIMENTO '
000206                            DEP-CODESTAB
000206                    MOVE 'S' TO WK-ESTAB-ALTERADO
000206                WHEN 100
000206                    DISPLAY 'DEPARTAMENTO ' DEP-DEPTOFUN
000206                            ' NAO EXISTE!'
000206                WHEN OTHER
000206                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000206                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000206                            ' NO COMANDO UPDATE DO ESTABELECIMENTO'
000206                    MOVE 12 TO RETURN-CODE
000206                    STOP RUN
000206            END-EVALUATE.
000206       *
000212        205-CONTA-NOMEDEPTO.
000213            MOVE 30 TO DEP-NOMEDEPTO-LEN.
000214            PERFORM VARYING WK-POSICAO FROM 30 BY -1
000227            IF WK-NOMEDEPTO-ACCEPT = SPACES
000228                DISPLAY 'NOME DO DEPARTAMENTO NAO INFORMADO!'
000229                MOVE 'N' TO WK-INCLUSAO-VALIDA
000229                EXIT PARAGRAPH
000230            END-IF.
000229            IF WK-CODESTAB-ACCEPT = SPACES
000229                DISPLAY 'ESTABELECIMENTO DO DEPARTAMENTO NAO'
000229                        ' INFORMADO!'
000229                MOVE 'N' TO WK-INCLUSAO-VALIDA
000229                EXIT PARAGRAPH
000229            END-IF.
000229            PERFORM 222-VALIDA-ESTABELECIMENTO.
000229            IF WK-ESTAB-VALIDO NOT = 'S'
000229                MOVE 'N' TO WK-INCLUSAO-VALIDA
000229            END-IF.
000229       *
000229       * O ESTABELECIMENTO TEM QUE ESTAR CADASTRADO E ATIVO
000229        222-VALIDA-ESTABELECIMENTO.
000229            MOVE 'N' TO WK-ESTAB-VALIDO.
000229            MOVE WK-CODESTAB-ACCEPT TO EST-CODESTAB.
000229            EXEC SQL
000229                SELECT STATUS INTO :EST-STATUS
000229                    FROM EAD719.ESTABELECIMENTOS
000229                    WHERE CODESTAB = :EST-CODESTAB
000229            END-EXEC.
000229            EVALUATE SQLCODE
000229                WHEN 0
000229                    IF EST-STATUS = 'A'
000229                        MOVE 'S' TO WK-ESTAB-VALIDO
000229                    ELSE
000229                        DISPLAY 'ESTABELECIMENTO ' EST-CODESTAB
000229                                ' INATIVO!'
000229                    END-IF
000229                WHEN 100
000229                    DISPLAY 'ESTABELECIMENTO ' EST-CODESTAB
000229                            ' NAO CADASTRADO!'
000229                WHEN OTHER
000229                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000229                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000229                            ' NO SELECT DO ESTABELECIMENTO'
000229                    MOVE 12 TO RETURN-CODE
000229                    STOP RUN
000229            END-EVALUATE.
000231       *******************************************************
000232        300-LER-TRANSACAO SECTION.
000233        301-LER-TRANSACAO.
000244            WRITE RELDEPTO-REC.
000245            MOVE SPACES TO RELDEPTO-REC.
000246            STRING 'DEPTO NOME'
000247                '                           ST FUNCIONARIOS ES'
000248                DELIMITED BY SIZE INTO RELDEPTO-REC
000249            END-STRING.
000250            WRITE RELDEPTO-REC.
000273            MOVE SPACES TO RELDEPTO-REC.
000274            STRING DEP-DEPTOFUN '   ' DEP-NOMEDEPTO-TEXT ' '
000275                DEP-STATUSDEPTO '  ' WK-QTD-FUNC-EDIT
000275                '        ' DEP-CODESTAB
000276                DELIMITED BY SIZE INTO RELDEPTO-REC
000277            END-STRING.
000278            WRITE RELDEPTO-REC.
000285                  INTO :DEP-DEPTOFUN,
000286                       :DEP-NOMEDEPTO,
000287                       :DEP-STATUSDEPTO,
000287                       :DEP-CODESTAB,
000288                       :WK-QTD-FUNC-DEPTO
000289            END-EXEC.
000290            EVALUATE SQLCODE
