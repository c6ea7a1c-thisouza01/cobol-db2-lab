000006       * FECHADO COM FILE STATUS 00 (NOITE COM FALHA REEXTRAI   *
000006       * SOZINHA) - DISCIPLINA DO EAD71938, MAS AQUI COM        *
000006       * EVENTOS LEGAIS DISCRETOS, NAO IMAGENS DE LINHA         *
000006       * UM BLOCO HEADER/DETALHES/TRAILER POR ESTABELECIMENTO   *
000006       * DO DEPARTAMENTO DO FUNCIONARIO (CNPJ NO HEADER,        *
000006       * SEQUENCIA E CONTAGENS POR BLOCO); FUNCIONARIO SEM      *
000006       * ESTABELECIMENTO SAI NUM BLOCO SEM CNPJ, COM RC=4       *
000006       * NO FIM DO ARQUIVO, TRAILER DA EMPRESA (TIPO 8) COM A   *
000006       * QUANTIDADE DE BLOCOS E AS CONTAGENS CONSOLIDADAS;      *
000006       * NOITE SEM EVENTO GRAVA SO O HEADER (SEM CNPJ) E O      *
000006       * TRAILER DA EMPRESA ZERADO                              *
000007       *********************************************************
000008       *
000009        ENVIRONMENT DIVISION.
000030            EXEC SQL
000030                INCLUDE BOOKEVRP
000030            END-EXEC.
000030            EXEC SQL
000030                INCLUDE BOOKESTB
000030            END-EXEC.
000031            EXEC SQL
000032                INCLUDE SQLCA
000033            END-EXEC.
000035        77  WK-TS-CORTE             PIC X(26)       VALUE SPACES.
000036            EXEC SQL
000037                DECLARE EVENTEMP CURSOR FOR
000038                    SELECT F.CODFUN, F.NOMEFUN, F.SALARIOFUN,
000038                           F.DEPTOFUN, F.ADMISSFUN, F.NASCFUN,
000038                           F.IDADEFUN, F.STATUSFUN, F.DT-EXCLUSAO,
000038                           F.DT-DEMISSAOFUN, F.EMAILFUN,
000038                           F.TS-ULT-ALTERACAO, F.CARGOFUN,
000038                           COALESCE(D.CODESTAB, ' ')
000038                        FROM EAD719.FUNCIONARIOS F
000038                             LEFT JOIN EAD719.DEPARTAMENTOS D
000038                                ON D.DEPTOFUN = F.DEPTOFUN
000039                    WHERE F.TS-ULT-ALTERACAO > :WK-TS-MARCA
000040                      AND F.TS-ULT-ALTERACAO <= :WK-TS-CORTE
000041                    ORDER BY COALESCE(D.CODESTAB, ' '), F.CODFUN
000042            END-EXEC.
000043        77  WK-INDICATOR-EMAIL      PIC S9(04) COMP VALUE ZEROS.
000044        77  WK-SQLCODE-EDIT         PIC -999        VALUE ZEROS.
000053                VALUE 'EVENTGOV'.
000054            05  WK-HDR-TS-INICIO      PIC X(26).
000055            05  WK-HDR-TS-FIM         PIC X(26).
000056            05  WK-HDR-CODESTAB       PIC X(02).
000056            05  WK-HDR-CNPJ           PIC X(14).
000056            05  FILLER                PIC X(03)     VALUE SPACES.
000057        01  WK-EVENTO-DETALHE.
000058            05  WK-DET-TIPO           PIC X(01)     VALUE '1'.
000059            05  WK-DET-SEQUENCIA      PIC 9(06).
000070            05  WK-TRL-QTD-ADMISSOES  PIC 9(06).
000071            05  WK-TRL-QTD-DESLIGAM   PIC 9(06).
000072            05  FILLER                PIC X(61)     VALUE SPACES.
000072        01  WK-EVENTO-TRAILER-EMPRESA.
000072            05  WK-TRE-TIPO           PIC X(01)     VALUE '8'.
000072            05  WK-TRE-QTD-BLOCOS     PIC 9(04).
000072            05  WK-TRE-QTD-TOTAL      PIC 9(06).
000072            05  WK-TRE-QTD-ADMISSOES  PIC 9(06).
000072            05  WK-TRE-QTD-DESLIGAM   PIC 9(06).
000072            05  FILLER                PIC X(57)     VALUE SPACES.
000073       *
000074        01  WK-CONTADORES.
000075            05  WK-QTD-TOTAL          PIC 9(06)     VALUE ZEROS.
000076            05  WK-QTD-ADMISSOES      PIC 9(06)     VALUE ZEROS.
000077            05  WK-QTD-DESLIGAM       PIC 9(06)     VALUE ZEROS.
000078            05  WK-QTD-SEM-EVENTO     PIC 9(06)     VALUE ZEROS.
000078       *
000078       * QUEBRA POR ESTABELECIMENTO E CONTAGENS DO BLOCO CORRENTE
000078        77  WK-CODESTAB-FUN        PIC X(02)       VALUE SPACES.
000078        77  WK-ESTAB-ATUAL         PIC X(02)       VALUE SPACES.
000078        77  WK-BLOCO-ABERTO        PIC X           VALUE 'N'.
000078        77  WK-QTD-BLOCOS          PIC 9(04)       VALUE ZEROS.
000078        01  WK-CONTADORES-BLOCO.
000078            05  WK-BLO-QTD-TOTAL      PIC 9(06)     VALUE ZEROS.
000078            05  WK-BLO-QTD-ADMISSOES  PIC 9(06)     VALUE ZEROS.
000078            05  WK-BLO-QTD-DESLIGAM   PIC 9(06)     VALUE ZEROS.
000079        77  WK-RESUMO-EDIT          PIC ZZZ.ZZ9     VALUE ZEROS.
000080       *
000081        PROCEDURE DIVISION.
000126            PERFORM 501-TESTA-FS-EVENTGOV.
000127            MOVE WK-TS-MARCA TO WK-HDR-TS-INICIO.
000128            MOVE WK-TS-CORTE TO WK-HDR-TS-FIM.
000133            EXEC SQL
000134                OPEN EVENTEMP
000135            END-EXEC.
000169            END-IF.
000180       *
000181        221-GRAVA-DETALHE.
000181            IF WK-BLOCO-ABERTO NOT = 'S'
000181               OR WK-CODESTAB-FUN NOT = WK-ESTAB-ATUAL
000181                PERFORM 261-TROCA-ESTABELECIMENTO
000181            END-IF.
000182            ADD 1 TO WK-QTD-TOTAL.
000182            ADD 1 TO WK-BLO-QTD-TOTAL.
000183            MOVE WK-BLO-QTD-TOTAL  TO WK-DET-SEQUENCIA.
000184            MOVE WK-EVENTO         TO WK-DET-EVENTO.
000185            MOVE DB2-CODFUN        TO WK-DET-CODFUN.
000186            MOVE WK-DT-EVENTO      TO WK-DET-DATA-EVENTO.
000187            IF WK-EVENTO = 'A'
000188                ADD 1 TO WK-QTD-ADMISSOES
000188                ADD 1 TO WK-BLO-QTD-ADMISSOES
000189            ELSE
000191                ADD 1 TO WK-QTD-DESLIGAM
000191                ADD 1 TO WK-BLO-QTD-DESLIGAM
000192            END-IF.
000193            MOVE DB2-SALARIOFUN    TO WK-DET-SALARIO.
000194            MOVE DB2-CARGOFUN      TO WK-DET-CARGO.
000197            MOVE WK-EVENTO-DETALHE TO EVENTGOV-REC.
000198            WRITE EVENTGOV-REC.
000199            PERFORM 501-TESTA-FS-EVENTGOV.
000199       *
000199       * O CURSOR VEM ORDENADO POR ESTABELECIMENTO: O BLOCO SO E
000199       * ABERTO NO PRIMEIRO EVENTO EMITIDO DO ESTABELECIMENTO
000199        261-TROCA-ESTABELECIMENTO.
000199            IF WK-BLOCO-ABERTO = 'S'
000199                PERFORM 281-FECHA-BLOCO
000199            END-IF.
000199            MOVE WK-CODESTAB-FUN TO WK-ESTAB-ATUAL.
000199            PERFORM 262-BUSCA-ESTABELECIMENTO.
000199            PERFORM 271-ABRE-BLOCO.
000199       *
000199       * EVENTO LEGAL NAO PODE SE PERDER (A MARCA AVANCA): SEM
000199       * ESTABELECIMENTO O BLOCO SAI SEM CNPJ E O JOB TERMINA RC=4
000199        262-BUSCA-ESTABELECIMENTO.
000199            MOVE SPACES TO EST-CNPJ.
000199            IF WK-ESTAB-ATUAL = SPACES
000199                DISPLAY 'EVENTOS DE FUNCIONARIOS SEM ESTABELECIMENTO'
000199                        ' - BLOCO GRAVADO SEM CNPJ'
000199                MOVE 04 TO RETURN-CODE
000199                EXIT PARAGRAPH
000199            END-IF.
000199            MOVE WK-ESTAB-ATUAL TO EST-CODESTAB.
000199            EXEC SQL
000199                SELECT CNPJ INTO :EST-CNPJ
000199                    FROM EAD719.ESTABELECIMENTOS
000199                    WHERE CODESTAB = :EST-CODESTAB
000199            END-EXEC.
000199            EVALUATE SQLCODE
000199                WHEN 0
000199                    CONTINUE
000199                WHEN 100
000199                    DISPLAY 'ESTABELECIMENTO ' WK-ESTAB-ATUAL
000199                            ' NAO CADASTRADO - BLOCO GRAVADO SEM CNPJ'
000199                    MOVE 04 TO RETURN-CODE
000199                WHEN OTHER
000199                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000199                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000199                            ' NO SELECT DO ESTABELECIMENTO'
000199                    MOVE 12 TO RETURN-CODE
000199                    STOP RUN
000199            END-EVALUATE.
000199       *
000199        271-ABRE-BLOCO.
000199            MOVE ZEROS TO WK-BLO-QTD-TOTAL.
000199            MOVE ZEROS TO WK-BLO-QTD-ADMISSOES.
000199            MOVE ZEROS TO WK-BLO-QTD-DESLIGAM.
000199            MOVE WK-ESTAB-ATUAL TO WK-HDR-CODESTAB.
000199            MOVE EST-CNPJ       TO WK-HDR-CNPJ.
000199            MOVE SPACES TO EVENTGOV-REC.
000199            MOVE WK-EVENTO-HEADER TO EVENTGOV-REC.
000199            WRITE EVENTGOV-REC.
000199            PERFORM 501-TESTA-FS-EVENTGOV.
000199            MOVE 'S' TO WK-BLOCO-ABERTO.
000199            ADD 1 TO WK-QTD-BLOCOS.
000199       *
000199        281-FECHA-BLOCO.
000199            MOVE WK-BLO-QTD-TOTAL     TO WK-TRL-QTD-TOTAL.
000199            MOVE WK-BLO-QTD-ADMISSOES TO WK-TRL-QTD-ADMISSOES.
000199            MOVE WK-BLO-QTD-DESLIGAM  TO WK-TRL-QTD-DESLIGAM.
000199            MOVE SPACES TO EVENTGOV-REC.
000199            MOVE WK-EVENTO-TRAILER TO EVENTGOV-REC.
000199            WRITE EVENTGOV-REC.
000199            PERFORM 501-TESTA-FS-EVENTGOV.
000199            MOVE 'N' TO WK-BLOCO-ABERTO.
000199            MOVE WK-BLO-QTD-TOTAL TO WK-RESUMO-EDIT.
000199            DISPLAY 'ESTABELECIMENTO ' WK-ESTAB-ATUAL ' CNPJ '
000199                    EST-CNPJ ' - EVENTOS: ' WK-RESUMO-EDIT.
000200       *******************************************************
000201        300-LER-EVENTEMP SECTION.
000202        301-LER-EVENTEMP.
000216                       :DB2-DT-DEMISSAOFUN,
000217                       :DB2-EMAILFUN INDICATOR :WK-INDICATOR-EMAIL,
000218                       :DB2-TS-ULT-ALTERACAO,
000219                       :DB2-CARGOFUN,
000219                       :WK-CODESTAB-FUN
000220            END-EXEC.
000221            IF WK-INDICATOR-EMAIL = -1
000222                MOVE SPACES TO DB2-EMAILFUN
000244                STOP RUN
000245            END-IF.
000246       *******************************************************
000247       * TRAILER DO ULTIMO BLOCO, TRAILER DA EMPRESA E FECHAMENTO
000248       * DO ARQUIVO; A MARCA SO AVANCA DEPOIS DO FILE STATUS 00
000248       * NO CLOSE
000249        800-ENCERRA-EXTRACAO SECTION.
000250        801-ENCERRA-EXTRACAO.
000251            EXEC SQL
000252                CLOSE EVENTEMP
000253            END-EXEC.
000254            IF WK-BLOCO-ABERTO = 'S'
000254                PERFORM 281-FECHA-BLOCO
000254            END-IF.
000254            IF WK-QTD-BLOCOS = 0
000254                PERFORM 821-GRAVA-HEADER-EMPRESA
000254            END-IF.
000254            PERFORM 831-GRAVA-TRAILER-EMPRESA.
000261            CLOSE EVENTGOV-FILE.
000262            PERFORM 501-TESTA-FS-EVENTGOV.
000263            PERFORM 811-AVANCA-MARCA.
000287            EXEC SQL
000288                COMMIT
000289            END-EXEC.
000289       *
000289       * NOITE SEM EVENTO: O ARQUIVO SAI COM O HEADER DA JANELA,
000289       * SEM ESTABELECIMENTO, PARA O ORGAO RECEBER A REMESSA VAZIA
000289        821-GRAVA-HEADER-EMPRESA.
000289            DISPLAY 'NENHUM EVENTO NA JANELA - ARQUIVO SO COM HEADER'
000289                    ' E TRAILER DA EMPRESA'.
000289            MOVE SPACES TO WK-HDR-CODESTAB.
000289            MOVE SPACES TO WK-HDR-CNPJ.
000289            MOVE SPACES TO EVENTGOV-REC.
000289            MOVE WK-EVENTO-HEADER TO EVENTGOV-REC.
000289            WRITE EVENTGOV-REC.
000289            PERFORM 501-TESTA-FS-EVENTGOV.
000289       *
000289        831-GRAVA-TRAILER-EMPRESA.
000289            MOVE WK-QTD-BLOCOS    TO WK-TRE-QTD-BLOCOS.
000289            MOVE WK-QTD-TOTAL     TO WK-TRE-QTD-TOTAL.
000289            MOVE WK-QTD-ADMISSOES TO WK-TRE-QTD-ADMISSOES.
000289            MOVE WK-QTD-DESLIGAM  TO WK-TRE-QTD-DESLIGAM.
000289            MOVE SPACES TO EVENTGOV-REC.
000289            MOVE WK-EVENTO-TRAILER-EMPRESA TO EVENTGOV-REC.
000289            WRITE EVENTGOV-REC.
000289            PERFORM 501-TESTA-FS-EVENTGOV.
000290       *******************************************************
000291        900-FINALIZAR SECTION.
000292        901-FINALIZAR.
000295            DISPLAY '*********************************************'.
000296            DISPLAY 'JANELA: ' WK-TS-MARCA.
000297            DISPLAY '     A: ' WK-TS-CORTE.
000298            MOVE WK-QTD-BLOCOS TO WK-RESUMO-EDIT.
000298            DISPLAY 'ESTABELECIMENTOS      : ' WK-RESUMO-EDIT.
000298            MOVE WK-QTD-TOTAL TO WK-RESUMO-EDIT.
000299            DISPLAY 'EVENTOS GERADOS       : ' WK-RESUMO-EDIT.
000300            MOVE WK-QTD-ADMISSOES TO WK-RESUMO-EDIT.
