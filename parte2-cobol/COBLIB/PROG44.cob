000006       * GERA ARQUIVO DE LANCAMENTOS BALANCEADOS:               *
000006       *   DEBITO  31101.DDD DESPESA DE SALARIOS POR DEPTO      *
000006       *           (SALARIO BRUTO)                              *
000006       *   DEBITO  21101 SALARIO-FAMILIA A COMPENSAR NO INSS    *
000006       *   CREDITO 21101 INSS A RECOLHER                        *
000006       *   CREDITO 21102 IRRF A RECOLHER                        *
000006       *   CREDITO 21103 DESCONTOS A REPASSAR                   *
000006       *   CREDITO 21201 SALARIOS A PAGAR (LIQUIDO)             *
000006       * PROVA NO PROPRIO PROGRAMA: DEBITOS = CREDITOS E        *
000006       * AMARRACAO COM AS SOMAS DE SALARIO-BRUTO E LIQUIDO DA   *
000006       * FOLHA (DEBITOS = BRUTO + SALARIO-FAMILIA, QUE ENTRA NO *
000006       * LIQUIDO); DIVERGENCIA TERMINA COM RC=8                 *
000006       * UM BLOCO HEADER/LANCAMENTOS/TRAILER POR ESTABELE-      *
000006       * CIMENTO (CODIGO E CNPJ NO HEADER), BALANCEADO POR      *
000006       * SI SO; A SOMA DOS BLOCOS TEM QUE BATER COM A FOLHA     *
000006       * DA EMPRESA INTEIRA - FOLHA SEM ESTABELECIMENTO         *
000006       * CADASTRADO TERMINA COM RC=8                            *
000007       *********************************************************
000008       *
000009        ENVIRONMENT DIVISION.
000026            RECORDING MODE IS F.
000027        01  LANCAMEN-REC                PIC X(80).
000028        WORKING-STORAGE SECTION.
000028            EXEC SQL
000028                INCLUDE BOOKESTB
000028            END-EXEC.
000029            EXEC SQL
000030                INCLUDE SQLCA
000031            END-EXEC.
000032        77  WK-COMPETENCIA          PIC X(07)       VALUE SPACES.
000032       *
000032       * ESTABELECIMENTOS COM FOLHA CALCULADA NA COMPETENCIA
000032            EXEC SQL
000032                DECLARE ESTABCONT CURSOR FOR
000032                    SELECT E.CODESTAB, E.CNPJ
000032                        FROM EAD719.ESTABELECIMENTOS E
000032                    WHERE E.CODESTAB IN
000032                          (SELECT M.CODESTAB
000032                               FROM EAD719.FOLHA_MENSAL M
000032                           WHERE M.COMPETENCIA = :WK-COMPETENCIA)
000032                    ORDER BY E.CODESTAB
000032            END-EXEC.
000033            EXEC SQL
000034                DECLARE DEPTOTEMP CURSOR FOR
000035                    SELECT DEPTOFUN,
000036                           COALESCE(SUM(SALARIO-BRUTO), 0)
000037                        FROM EAD719.FOLHA_MENSAL
000038                    WHERE COMPETENCIA = :WK-COMPETENCIA
000038                      AND CODESTAB = :EST-CODESTAB
000039                    GROUP BY DEPTOFUN
000040                    ORDER BY DEPTOFUN
000041            END-EXEC.
000054                VALUE 'CONTABIL FOLHA'.
000055            05  WK-HDR-COMPETENCIA    PIC X(07).
000056            05  WK-HDR-DATA-GERACAO   PIC X(08).
000057            05  WK-HDR-CODESTAB       PIC X(02).
000057            05  WK-HDR-CNPJ           PIC X(14).
000057            05  FILLER                PIC X(34)     VALUE SPACES.
000058        01  WK-LANC-DETALHE.
000059            05  WK-DET-TIPO           PIC X(01)     VALUE '1'.
000060            05  WK-DET-DC             PIC X(01).
000068            05  WK-TRL-QTD-LANCTOS    PIC 9(06).
000069            05  WK-TRL-TOTAL-DEBITO   PIC 9(11)V99.
000070            05  WK-TRL-TOTAL-CREDITO  PIC 9(11)V99.
000071            05  WK-TRL-CODESTAB       PIC X(02).
000071            05  FILLER                PIC X(45)     VALUE SPACES.
000072       *
000073        01  WK-DATA-ATUAL.
000074            05  WK-ANO-ATUAL       PIC 9(04).
000086        77  WK-SOMA-IRRF           PIC S9(11)V99 COMP-3 VALUE ZEROS.
000087        77  WK-SOMA-DESCONTOS      PIC S9(11)V99 COMP-3 VALUE ZEROS.
000088        77  WK-SOMA-LIQUIDO        PIC S9(11)V99 COMP-3 VALUE ZEROS.
000088        77  WK-SOMA-SALFAM         PIC S9(11)V99 COMP-3 VALUE ZEROS.
000089        77  WK-QTD-FOLHAS          PIC S9(07) COMP-3 VALUE ZEROS.
000089       *
000089       * TOTAIS DA EMPRESA INTEIRA E SOMA DOS BLOCOS GRAVADOS
000089        77  WK-EMP-BRUTO           PIC S9(11)V99 COMP-3 VALUE ZEROS.
000089        77  WK-EMP-INSS            PIC S9(11)V99 COMP-3 VALUE ZEROS.
000089        77  WK-EMP-IRRF            PIC S9(11)V99 COMP-3 VALUE ZEROS.
000089        77  WK-EMP-DESCONTOS       PIC S9(11)V99 COMP-3 VALUE ZEROS.
000089        77  WK-EMP-LIQUIDO         PIC S9(11)V99 COMP-3 VALUE ZEROS.
000089        77  WK-EMP-SALFAM          PIC S9(11)V99 COMP-3 VALUE ZEROS.
000089        77  WK-EMP-DEBITOS         PIC S9(11)V99 COMP-3 VALUE ZEROS.
000089        77  WK-EMP-CREDITOS        PIC S9(11)V99 COMP-3 VALUE ZEROS.
000089        77  WK-EMP-QTD-FOLHAS      PIC S9(07) COMP-3 VALUE ZEROS.
000089        77  WK-CON-DEBITOS         PIC S9(11)V99 COMP-3 VALUE ZEROS.
000089        77  WK-CON-CREDITOS        PIC S9(11)V99 COMP-3 VALUE ZEROS.
000089        77  WK-CON-QTD-FOLHAS      PIC S9(07) COMP-3 VALUE ZEROS.
000089        77  WK-CON-QTD-LANCTOS     PIC 9(06)       VALUE ZEROS.
000089        77  WK-QTD-ESTAB           PIC 9(04)       VALUE ZEROS.
000089        77  WK-FIM-ESTAB           PIC X           VALUE 'N'.
000090        77  WK-TOTAL-EDIT          PIC -(9)9,99    VALUE ZEROS.
000091        77  WK-RESUMO-EDIT         PIC ZZ.ZZ9      VALUE ZEROS.
000092       *
000094        000-PRINCIPAL SECTION.
000095        001-PRINCIPAL.
000096            PERFORM 101-INICIAR.
000097            PERFORM 151-PROCESSA-ESTABELECIMENTO
000097                UNTIL WK-FIM-ESTAB = 'S'.
000099            PERFORM 701-PROVA-EMPRESA.
000100            PERFORM 901-FINALIZAR.
000101            STOP RUN.
000102       *******************************************************
000111                STOP RUN
000112            END-IF.
000113            PERFORM 121-TOTAIS-DA-FOLHA.
000114            IF WK-EMP-QTD-FOLHAS = 0
000115                DISPLAY 'NENHUMA FOLHA CALCULADA NA COMPETENCIA '
000116                        WK-COMPETENCIA '!'
000117                MOVE 12 TO RETURN-CODE
000123            STRING WK-ANO-ATUAL WK-MES-ATUAL WK-DIA-ATUAL
000124                DELIMITED BY SIZE INTO WK-HDR-DATA-GERACAO
000125            END-STRING.
000125            EXEC SQL
000125                OPEN ESTABCONT
000125            END-EXEC.
000125            IF SQLCODE NOT = 0
000125                MOVE SQLCODE TO WK-SQLCODE-EDIT
000125                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000125                        ' NO COMANDO OPEN CURSOR'
000125                MOVE 12 TO RETURN-CODE
000125                STOP RUN
000125            END-IF.
000125            PERFORM 321-LER-ESTABCONT.
000125            IF WK-FIM-ESTAB = 'S'
000125                DISPLAY 'NENHUM ESTABELECIMENTO CADASTRADO COM FOLHA'
000125                        ' NA COMPETENCIA ' WK-COMPETENCIA
000125            END-IF.
000144       *
000145        111-LER-PARAMETRO.
000146            READ PARAMETRO-FILE INTO WK-PARM-ACCEPT
000164                       COALESCE(SUM(INSS), 0),
000165                       COALESCE(SUM(IRRF), 0),
000166                       COALESCE(SUM(TOTAL-DESCONTOS), 0),
000167                       COALESCE(SUM(LIQUIDO), 0),
000167                       COALESCE(SUM(SALARIO-FAMILIA), 0)
000168                    INTO :WK-EMP-QTD-FOLHAS,
000169                         :WK-EMP-BRUTO,
000170                         :WK-EMP-INSS,
000171                         :WK-EMP-IRRF,
000172                         :WK-EMP-DESCONTOS,
000173                         :WK-EMP-LIQUIDO,
000173                         :WK-EMP-SALFAM
000174                    FROM EAD719.FOLHA_MENSAL
000175                    WHERE COMPETENCIA = :WK-COMPETENCIA
000176            END-EXEC.
000181                MOVE 12 TO RETURN-CODE
000182                STOP RUN
000183            END-IF.
000183       *
000183        131-TOTAIS-DO-ESTAB.
000183            EXEC SQL
000183                SELECT COUNT(*),
000183                       COALESCE(SUM(SALARIO-BRUTO), 0),
000183                       COALESCE(SUM(INSS), 0),
000183                       COALESCE(SUM(IRRF), 0),
000183                       COALESCE(SUM(TOTAL-DESCONTOS), 0),
000183                       COALESCE(SUM(LIQUIDO), 0),
000183                       COALESCE(SUM(SALARIO-FAMILIA), 0)
000183                    INTO :WK-QTD-FOLHAS,
000183                         :WK-SOMA-BRUTO,
000183                         :WK-SOMA-INSS,
000183                         :WK-SOMA-IRRF,
000183                         :WK-SOMA-DESCONTOS,
000183                         :WK-SOMA-LIQUIDO,
000183                         :WK-SOMA-SALFAM
000183                    FROM EAD719.FOLHA_MENSAL
000183                    WHERE COMPETENCIA = :WK-COMPETENCIA
000183                      AND CODESTAB = :EST-CODESTAB
000183            END-EXEC.
000183            IF SQLCODE NOT = 0
000183                MOVE SQLCODE TO WK-SQLCODE-EDIT
000183                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000183                        ' NA TOTALIZACAO DO ESTABELECIMENTO'
000183                MOVE 12 TO RETURN-CODE
000183                STOP RUN
000183            END-IF.
000183       *******************************************************
000183       * UM BLOCO POR ESTABELECIMENTO: HEADER, DEBITOS POR DEPTO,
000183       * CREDITOS, TRAILER E PROVA DO BLOCO
000183        150-ESTABELECIMENTO SECTION.
000183        151-PROCESSA-ESTABELECIMENTO.
000183            ADD 1 TO WK-QTD-ESTAB.
000183            PERFORM 161-ABRE-ESTABELECIMENTO.
000183            PERFORM 201-DEBITO-DEPTO UNTIL SQLCODE = 100.
000183            PERFORM 211-DEBITO-SALARIO-FAMILIA.
000183            PERFORM 501-CREDITOS.
000183            PERFORM 601-PROVA-CONTABIL.
000183            PERFORM 171-ACUMULA-CONSOLIDADO.
000183            PERFORM 321-LER-ESTABCONT.
000183       *
000183        161-ABRE-ESTABELECIMENTO.
000183            MOVE ZEROS TO WK-QTD-LANCTOS.
000183            MOVE ZEROS TO WK-TOTAL-DEBITOS.
000183            MOVE ZEROS TO WK-TOTAL-CREDITOS.
000183            PERFORM 131-TOTAIS-DO-ESTAB.
000183            MOVE EST-CODESTAB TO WK-HDR-CODESTAB.
000183            MOVE EST-CNPJ TO WK-HDR-CNPJ.
000183            MOVE SPACES TO LANCAMEN-REC.
000183            MOVE WK-LANC-HEADER TO LANCAMEN-REC.
000183            WRITE LANCAMEN-REC.
000183            EXEC SQL
000183                OPEN DEPTOTEMP
000183            END-EXEC.
000183            EVALUATE SQLCODE
000183                WHEN 0
000183                    PERFORM 301-LER-DEPTOTEMP
000183                WHEN 100
000183                    CONTINUE
000183                WHEN OTHER
000183                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000183                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000183                            ' NO COMANDO OPEN CURSOR'
000183                    MOVE 12 TO RETURN-CODE
000183                    STOP RUN
000183            END-EVALUATE.
000183       *
000183        171-ACUMULA-CONSOLIDADO.
000183            ADD WK-TOTAL-DEBITOS TO WK-CON-DEBITOS.
000183            ADD WK-TOTAL-CREDITOS TO WK-CON-CREDITOS.
000183            ADD WK-QTD-FOLHAS TO WK-CON-QTD-FOLHAS.
000183            ADD WK-QTD-LANCTOS TO WK-CON-QTD-LANCTOS.
000184       *******************************************************
000185        200-DEBITOS SECTION.
000186        201-DEBITO-DEPTO.
000194            ADD WK-SOMA-DEPTO TO WK-TOTAL-DEBITOS.
000195            PERFORM 401-GRAVA-LANCAMENTO.
000196            PERFORM 301-LER-DEPTOTEMP.
000196       *
000196       * SALARIO-FAMILIA PAGO NO LIQUIDO E COMPENSADO NA GUIA DO
000196       * INSS: DEBITO NA PROPRIA CONTA DO INSS A RECOLHER
000196        211-DEBITO-SALARIO-FAMILIA.
000196            IF WK-SOMA-SALFAM = 0
000196                EXIT PARAGRAPH
000196            END-IF.
000196            MOVE 'D' TO WK-DET-DC.
000196            MOVE '21101     ' TO WK-DET-CONTA.
000196            MOVE 'SALARIO-FAMILIA' TO WK-DET-HISTORICO.
000196            MOVE WK-SOMA-SALFAM TO WK-DET-VALOR.
000196            ADD WK-SOMA-SALFAM TO WK-TOTAL-DEBITOS.
000196            PERFORM 401-GRAVA-LANCAMENTO.
000197       *******************************************************
000198        300-LER-DEPTOTEMP SECTION.
000199        301-LER-DEPTOTEMP.
000209                MOVE 12 TO RETURN-CODE
000210                STOP RUN
000211            END-IF.
000211       *
000211        321-LER-ESTABCONT.
000211            MOVE SPACES TO EST-CODESTAB.
000211            MOVE SPACES TO EST-CNPJ.
000211            EXEC SQL
000211                FETCH ESTABCONT
000211                  INTO :EST-CODESTAB,
000211                       :EST-CNPJ
000211            END-EXEC.
000211            EVALUATE SQLCODE
000211                WHEN 0
000211                    CONTINUE
000211                WHEN 100
000211                    MOVE 'S' TO WK-FIM-ESTAB
000211                WHEN OTHER
000211                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000211                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000211                            ' NO COMANDO FETCH'
000211                    MOVE 12 TO RETURN-CODE
000211                    STOP RUN
000211            END-EVALUATE.
000212       *******************************************************
000213        400-GRAVACAO SECTION.
000214        401-GRAVA-LANCAMENTO.
000245            ADD WK-SOMA-LIQUIDO TO WK-TOTAL-CREDITOS.
000246            PERFORM 401-GRAVA-LANCAMENTO.
000247       *******************************************************
000248       * PROVA: DEBITOS = CREDITOS, DEBITOS = SOMA DO BRUTO MAIS
000249       * O SALARIO-FAMILIA E CREDITO DE SALARIOS A PAGAR = SOMA
000249       * DO LIQUIDO
000250        600-PROVA SECTION.
000251        601-PROVA-CONTABIL.
000252            MOVE WK-QTD-LANCTOS TO WK-TRL-QTD-LANCTOS.
000253            MOVE WK-TOTAL-DEBITOS TO WK-TRL-TOTAL-DEBITO.
000254            MOVE WK-TOTAL-CREDITOS TO WK-TRL-TOTAL-CREDITO.
000254            MOVE EST-CODESTAB TO WK-TRL-CODESTAB.
000255            MOVE SPACES TO LANCAMEN-REC.
000256            MOVE WK-LANC-TRAILER TO LANCAMEN-REC.
000257            WRITE LANCAMEN-REC.
000258            IF WK-TOTAL-DEBITOS NOT = WK-TOTAL-CREDITOS
000259                DISPLAY '*** DEBITOS E CREDITOS NAO FECHAM NO'
000259                        ' ESTABELECIMENTO ' EST-CODESTAB ' ***'
000260                MOVE 08 TO RETURN-CODE
000261            END-IF.
000262            IF WK-TOTAL-DEBITOS NOT = WK-SOMA-BRUTO + WK-SOMA-SALFAM
000263                DISPLAY '*** DEBITOS NAO AMARRAM COM O BRUTO'
000264                        ' DO ESTABELECIMENTO ' EST-CODESTAB ' ***'
000265                MOVE 08 TO RETURN-CODE
000266            END-IF.
000266       *******************************************************
000266       * PROVA DA EMPRESA: A SOMA DOS BLOCOS TEM QUE BATER COM A
000266       * FOLHA INTEIRA DA COMPETENCIA (FOLHA SEM ESTABELECIMENTO
000266       * CADASTRADO FICA FORA DOS BLOCOS E E APONTADA AQUI)
000266        700-PROVA-EMPRESA SECTION.
000266        701-PROVA-EMPRESA.
000266            EXEC SQL
000266                CLOSE ESTABCONT
000266            END-EXEC.
000266            COMPUTE WK-EMP-CREDITOS = WK-EMP-INSS + WK-EMP-IRRF
000266                                    + WK-EMP-DESCONTOS + WK-EMP-LIQUIDO.
000266            COMPUTE WK-EMP-DEBITOS = WK-EMP-BRUTO + WK-EMP-SALFAM.
000266            IF WK-CON-QTD-FOLHAS NOT = WK-EMP-QTD-FOLHAS
000266                DISPLAY '*** HA FOLHAS SEM ESTABELECIMENTO CADASTRADO'
000266                        ' NA COMPETENCIA! ***'
000266                MOVE 08 TO RETURN-CODE
000266            END-IF.
000266            IF WK-CON-DEBITOS NOT = WK-EMP-DEBITOS
000266                DISPLAY '*** SOMA DOS DEBITOS NAO AMARRA COM O BRUTO'
000266                        ' DA EMPRESA! ***'
000266                MOVE 08 TO RETURN-CODE
000266            END-IF.
000266            IF WK-CON-CREDITOS NOT = WK-EMP-CREDITOS
000266                DISPLAY '*** SOMA DOS CREDITOS NAO AMARRA COM A FOLHA'
000266                        ' DA EMPRESA! ***'
000266                MOVE 08 TO RETURN-CODE
000266            END-IF.
000267       *******************************************************
000268        900-FINALIZAR SECTION.
000269        901-FINALIZAR.
000272            DISPLAY '*   RESUMO DA INTERFACE CONTABIL EAD71944  *'.
000273            DISPLAY '*********************************************'.
000274            DISPLAY 'COMPETENCIA           : ' WK-COMPETENCIA.
000275            MOVE WK-QTD-ESTAB TO WK-RESUMO-EDIT.
000275            DISPLAY 'ESTABELECIMENTOS      : ' WK-RESUMO-EDIT.
000275            MOVE WK-CON-QTD-LANCTOS TO WK-RESUMO-EDIT.
000276            DISPLAY 'LANCAMENTOS GERADOS   : ' WK-RESUMO-EDIT.
000277            MOVE WK-CON-DEBITOS TO WK-TOTAL-EDIT.
000278            DISPLAY 'TOTAL DE DEBITOS      : ' WK-TOTAL-EDIT.
000279            MOVE WK-CON-CREDITOS TO WK-TOTAL-EDIT.
000280            DISPLAY 'TOTAL DE CREDITOS     : ' WK-TOTAL-EDIT.
000281            IF RETURN-CODE = 0
000282                DISPLAY 'PROVA CONTABIL CONFERE'
