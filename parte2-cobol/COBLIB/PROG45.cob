000003        AUTHOR.        THIAGO.
000004       *********************************************************
000005       * RESUMO MENSAL DE RECOLHIMENTO DE INSS E IRRF (GUIAS)   *
000006       * CONSOLIDA O RETIDO DA FOLHA (EAD719.FOLHA_MENSAL),     *
000006       * DAS RESCISOES DO MES (EAD719.RESCISOES) E DAS FERIAS   *
000006       * PAGAS NO MES (EAD719.FERIAS_PAGAMENTOS), CALCULA O     *
000006       * INSS PATRONAL SOBRE O BRUTO (ALIQUOTA NO CARTAO 'P')   *
000006       * E IMPRIME O RESUMO POR TRIBUTO COM O DETALHE POR       *
000006       * FUNCIONARIO QUE SUSTENTA CADA GUIA                     *
000006       * CARTOES: 'C' COMPETENCIA, 'P' ALIQUOTA PATRONAL        *
000006       * UM BLOCO DE DETALHE E GUIAS POR ESTABELECIMENTO (CNPJ) *
000006       * DE EAD719.ESTABELECIMENTOS, COM O PATRONAL SOBRE O     *
000006       * BRUTO DO PROPRIO ESTABELECIMENTO, E NO FINAL O         *
000006       * CONSOLIDADO DA EMPRESA = SOMA DOS ESTABELECIMENTOS,    *
000006       * CONFERIDO CONTRA OS TOTAIS DO DB2 (RC 8 SE DIVERGIR,   *
000006       * P.EX. FOLHA, RESCISAO OU FERIAS SEM ESTABELECIMENTO)   *
000006       * SALARIO-FAMILIA PAGO NA FOLHA E COMPENSADO (DEDUZIDO)  *
000006       * NA GUIA DO INSS DO ESTABELECIMENTO                     *
000007       *********************************************************
000008       *
000009        ENVIRONMENT DIVISION.
000027        01  RELGUIAS-REC                PIC X(80).
000028        WORKING-STORAGE SECTION.
000029            EXEC SQL
000029                INCLUDE BOOKESTB
000029            END-EXEC.
000029            EXEC SQL
000030                INCLUDE SQLCA
000031            END-EXEC.
000032        77  WK-COMPETENCIA          PIC X(07)       VALUE SPACES.
000032       *
000032       * ESTABELECIMENTOS COM FOLHA, RESCISAO OU FERIAS PAGAS NA
000032       * COMPETENCIA; A RESCISAO E AS FERIAS SAO ATRIBUIDAS PELO
000032       * DEPARTAMENTO DO FUNCIONARIO
000032            EXEC SQL
000032                DECLARE ESTABGUIA CURSOR FOR
000032                    SELECT E.CODESTAB, E.CNPJ, E.NOME
000032                        FROM EAD719.ESTABELECIMENTOS E
000032                    WHERE E.CODESTAB IN
000032                          (SELECT M.CODESTAB
000032                               FROM EAD719.FOLHA_MENSAL M
000032                           WHERE M.COMPETENCIA = :WK-COMPETENCIA)
000032                       OR E.CODESTAB IN
000032                          (SELECT D.CODESTAB
000032                               FROM EAD719.RESCISOES R,
000032                                    EAD719.FUNCIONARIOS F,
000032                                    EAD719.DEPARTAMENTOS D
000032                           WHERE SUBSTR(R.DT-DEMISSAO, 1, 7) =
000032                                 :WK-COMPETENCIA
000032                             AND F.CODFUN = R.CODFUN
000032                             AND D.DEPTOFUN = F.DEPTOFUN)
000032                       OR E.CODESTAB IN
000032                          (SELECT D.CODESTAB
000032                               FROM EAD719.FERIAS_PAGAMENTOS P,
000032                                    EAD719.FUNCIONARIOS F,
000032                                    EAD719.DEPARTAMENTOS D
000032                           WHERE P.COMPETENCIA = :WK-COMPETENCIA
000032                             AND F.CODFUN = P.CODFUN
000032                             AND D.DEPTOFUN = F.DEPTOFUN)
000032                    ORDER BY E.CODESTAB
000032            END-EXEC.
000033            EXEC SQL
000034                DECLARE FOLHAGUIA CURSOR FOR
000035                    SELECT CODFUN, SALARIO-BRUTO, INSS, IRRF,
000035                           SALARIO-FAMILIA
000036                        FROM EAD719.FOLHA_MENSAL
000037                    WHERE COMPETENCIA = :WK-COMPETENCIA
000037                      AND CODESTAB = :EST-CODESTAB
000038                    ORDER BY CODFUN
000039            END-EXEC.
000040            EXEC SQL
000041                DECLARE RESCGUIA CURSOR FOR
000042                    SELECT R.CODFUN, R.SALDO-SALARIO, R.INSS,
000042                           R.IRRF
000043                        FROM EAD719.RESCISOES R,
000043                             EAD719.FUNCIONARIOS F,
000043                             EAD719.DEPARTAMENTOS D
000044                    WHERE SUBSTR(R.DT-DEMISSAO, 1, 7) =
000045                          :WK-COMPETENCIA
000045                      AND F.CODFUN = R.CODFUN
000045                      AND D.DEPTOFUN = F.DEPTOFUN
000045                      AND D.CODESTAB = :EST-CODESTAB
000046                    ORDER BY R.CODFUN
000046            END-EXEC.
000046            EXEC SQL
000046                DECLARE FERIGUIA CURSOR FOR
000046                    SELECT P.CODFUN, P.VALOR-DIAS + P.TERCO, P.INSS,
000046                           P.IRRF
000046                        FROM EAD719.FERIAS_PAGAMENTOS P,
000046                             EAD719.FUNCIONARIOS F,
000046                             EAD719.DEPARTAMENTOS D
000046                    WHERE P.COMPETENCIA = :WK-COMPETENCIA
000046                      AND F.CODFUN = P.CODFUN
000046                      AND D.DEPTOFUN = F.DEPTOFUN
000046                      AND D.CODESTAB = :EST-CODESTAB
000046                    ORDER BY P.CODFUN
000047            END-EXEC.
000048        77  WK-SQLCODE-EDIT         PIC -999        VALUE ZEROS.
000049        77  WK-EOF-SYSIN            PIC X           VALUE 'N'.
000065        77  WK-BASE                 PIC S9(8)V99 COMP-3 VALUE ZEROS.
000066        77  WK-INSS                 PIC S9(7)V99 COMP-3 VALUE ZEROS.
000067        77  WK-IRRF                 PIC S9(7)V99 COMP-3 VALUE ZEROS.
000067        77  WK-SALFAM               PIC S9(7)V99 COMP-3 VALUE ZEROS.
000068       *
000069        77  WK-TOT-BASE-FOLHA       PIC S9(11)V99 COMP-3 VALUE ZEROS.
000070        77  WK-TOT-INSS-FOLHA       PIC S9(11)V99 COMP-3 VALUE ZEROS.
000071        77  WK-TOT-IRRF-FOLHA       PIC S9(11)V99 COMP-3 VALUE ZEROS.
000071        77  WK-TOT-SALFAM-FOLHA     PIC S9(11)V99 COMP-3 VALUE ZEROS.
000072        77  WK-TOT-BASE-RESC        PIC S9(11)V99 COMP-3 VALUE ZEROS.
000073        77  WK-TOT-INSS-RESC        PIC S9(11)V99 COMP-3 VALUE ZEROS.
000074        77  WK-TOT-IRRF-RESC        PIC S9(11)V99 COMP-3 VALUE ZEROS.
000074        77  WK-TOT-INSS-FERIAS      PIC S9(11)V99 COMP-3 VALUE ZEROS.
000074        77  WK-TOT-IRRF-FERIAS      PIC S9(11)V99 COMP-3 VALUE ZEROS.
000075        77  WK-INSS-PATRONAL        PIC S9(11)V99 COMP-3 VALUE ZEROS.
000076        77  WK-GUIA-INSS            PIC S9(11)V99 COMP-3 VALUE ZEROS.
000077        77  WK-GUIA-IRRF            PIC S9(11)V99 COMP-3 VALUE ZEROS.
000078        77  WK-QTD-FOLHA            PIC 9(05)       VALUE ZEROS.
000079        77  WK-QTD-RESC             PIC 9(05)       VALUE ZEROS.
000079        77  WK-QTD-FERIAS           PIC 9(05)       VALUE ZEROS.
000080        77  WK-VALOR-EDIT           PIC ZZZ.ZZ9,99  VALUE ZEROS.
000081        77  WK-TOTAL-EDIT           PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000082        77  WK-RESUMO-EDIT          PIC ZZ.ZZ9      VALUE ZEROS.
000082       *
000082       * CONSOLIDADO DA EMPRESA: SOMA DOS ESTABELECIMENTOS
000082        77  WK-FIM-ESTAB            PIC X           VALUE 'N'.
000082        77  WK-QTD-ESTAB            PIC 9(05)       VALUE ZEROS.
000082        77  WK-CON-BASE-FOLHA       PIC S9(11)V99 COMP-3 VALUE ZEROS.
000082        77  WK-CON-INSS-FOLHA       PIC S9(11)V99 COMP-3 VALUE ZEROS.
000082        77  WK-CON-IRRF-FOLHA       PIC S9(11)V99 COMP-3 VALUE ZEROS.
000082        77  WK-CON-SALFAM-FOLHA     PIC S9(11)V99 COMP-3 VALUE ZEROS.
000082        77  WK-CON-BASE-RESC        PIC S9(11)V99 COMP-3 VALUE ZEROS.
000082        77  WK-CON-INSS-RESC        PIC S9(11)V99 COMP-3 VALUE ZEROS.
000082        77  WK-CON-IRRF-RESC        PIC S9(11)V99 COMP-3 VALUE ZEROS.
000082        77  WK-CON-INSS-FERIAS      PIC S9(11)V99 COMP-3 VALUE ZEROS.
000082        77  WK-CON-IRRF-FERIAS      PIC S9(11)V99 COMP-3 VALUE ZEROS.
000082        77  WK-CON-INSS-PATRONAL    PIC S9(11)V99 COMP-3 VALUE ZEROS.
000082        77  WK-CON-GUIA-INSS        PIC S9(11)V99 COMP-3 VALUE ZEROS.
000082        77  WK-CON-GUIA-IRRF        PIC S9(11)V99 COMP-3 VALUE ZEROS.
000082       *
000082       * TOTAIS DA EMPRESA NO DB2, SEM CORTE POR ESTABELECIMENTO
000082        77  WK-FOLHA-QTD-DB2        PIC S9(07)    COMP-3 VALUE ZEROS.
000082        77  WK-FOLHA-BASE-DB2       PIC S9(11)V99 COMP-3 VALUE ZEROS.
000082        77  WK-FOLHA-INSS-DB2       PIC S9(11)V99 COMP-3 VALUE ZEROS.
000082        77  WK-FOLHA-IRRF-DB2       PIC S9(11)V99 COMP-3 VALUE ZEROS.
000082        77  WK-FOLHA-SALFAM-DB2     PIC S9(11)V99 COMP-3 VALUE ZEROS.
000082        77  WK-RESC-QTD-DB2         PIC S9(07)    COMP-3 VALUE ZEROS.
000082        77  WK-RESC-BASE-DB2        PIC S9(11)V99 COMP-3 VALUE ZEROS.
000082        77  WK-RESC-INSS-DB2        PIC S9(11)V99 COMP-3 VALUE ZEROS.
000082        77  WK-RESC-IRRF-DB2        PIC S9(11)V99 COMP-3 VALUE ZEROS.
000082        77  WK-FER-QTD-DB2          PIC S9(07)    COMP-3 VALUE ZEROS.
000082        77  WK-FER-INSS-DB2         PIC S9(11)V99 COMP-3 VALUE ZEROS.
000082        77  WK-FER-IRRF-DB2         PIC S9(11)V99 COMP-3 VALUE ZEROS.
000082        77  WK-DIVERGENCIA          PIC X           VALUE 'N'.
000083       *
000084        PROCEDURE DIVISION.
000085        000-PRINCIPAL SECTION.
000086        001-PRINCIPAL.
000087            PERFORM 101-INICIAR.
000088            PERFORM 151-PROCESSA-ESTABELECIMENTO
000088                UNTIL WK-FIM-ESTAB = 'S'.
000091            PERFORM 701-CONSOLIDADO.
000092            PERFORM 901-FINALIZAR.
000093            STOP RUN.
000094       *******************************************************
000114                DELIMITED BY SIZE INTO RELGUIAS-REC
000115            END-STRING.
000116            WRITE RELGUIAS-REC.
000116            EXEC SQL
000116                OPEN ESTABGUIA
000116            END-EXEC.
000116            IF SQLCODE NOT = 0
000116                MOVE SQLCODE TO WK-SQLCODE-EDIT
000116                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000116                        ' NO COMANDO OPEN CURSOR'
000116                MOVE 12 TO RETURN-CODE
000116                STOP RUN
000116            END-IF.
000116            PERFORM 321-LER-ESTABGUIA.
000116            IF WK-FIM-ESTAB = 'S'
000116                DISPLAY 'NENHUM ESTABELECIMENTO COM FOLHA, RESCISAO'
000116                        ' OU FERIAS NA COMPETENCIA ' WK-COMPETENCIA
000116            END-IF.
000142       *
000143        111-LER-PARAMETRO.
000144            READ PARAMETRO-FILE INTO WK-PARM-ACCEPT
000158                            ' INVALIDO!'
000159            END-EVALUATE.
000160       *******************************************************
000159       * UM BLOCO POR ESTABELECIMENTO: DETALHE DA FOLHA, DAS
000159       * RESCISOES, DAS FERIAS PAGAS E AS GUIAS, SOMADAS DEPOIS
000159       * NO CONSOLIDADO
000159        150-ESTABELECIMENTO SECTION.
000159        151-PROCESSA-ESTABELECIMENTO.
000159            ADD 1 TO WK-QTD-ESTAB.
000159            PERFORM 161-ABRE-FOLHA.
000159            PERFORM 201-DETALHE-FOLHA UNTIL SQLCODE = 100.
000159            PERFORM 501-ABRE-RESCISOES.
000159            PERFORM 211-DETALHE-RESCISAO UNTIL SQLCODE = 100.
000159            PERFORM 511-ABRE-FERIAS.
000159            PERFORM 221-DETALHE-FERIAS UNTIL SQLCODE = 100.
000159            PERFORM 601-RESUMO-GUIAS.
000159            PERFORM 171-ACUMULA-CONSOLIDADO.
000159            PERFORM 321-LER-ESTABGUIA.
000159       *
000159        161-ABRE-FOLHA.
000159            MOVE ZEROS TO WK-TOT-BASE-FOLHA.
000159            MOVE ZEROS TO WK-TOT-INSS-FOLHA.
000159            MOVE ZEROS TO WK-TOT-IRRF-FOLHA.
000159            MOVE ZEROS TO WK-TOT-SALFAM-FOLHA.
000159            MOVE ZEROS TO WK-TOT-BASE-RESC.
000159            MOVE ZEROS TO WK-TOT-INSS-RESC.
000159            MOVE ZEROS TO WK-TOT-IRRF-RESC.
000159            MOVE ZEROS TO WK-TOT-INSS-FERIAS.
000159            MOVE ZEROS TO WK-TOT-IRRF-FERIAS.
000159            MOVE SPACES TO RELGUIAS-REC.
000159            WRITE RELGUIAS-REC.
000159            MOVE SPACES TO RELGUIAS-REC.
000159            STRING '##### ESTABELECIMENTO ' EST-CODESTAB
000159                ' - CNPJ ' EST-CNPJ ' #####'
000159                DELIMITED BY SIZE INTO RELGUIAS-REC
000159            END-STRING.
000159            WRITE RELGUIAS-REC.
000159            MOVE SPACES TO RELGUIAS-REC.
000159            MOVE EST-NOME TO RELGUIAS-REC.
000159            WRITE RELGUIAS-REC.
000159            MOVE SPACES TO RELGUIAS-REC.
000159            STRING '--- DETALHE DA FOLHA MENSAL ---'
000159                DELIMITED BY SIZE INTO RELGUIAS-REC
000159            END-STRING.
000159            WRITE RELGUIAS-REC.
000159            MOVE SPACES TO RELGUIAS-REC.
000159            STRING 'FUNC       BASE          INSS          IRRF'
000159                DELIMITED BY SIZE INTO RELGUIAS-REC
000159            END-STRING.
000159            WRITE RELGUIAS-REC.
000159            EXEC SQL
000159                OPEN FOLHAGUIA
000159            END-EXEC.
000159            EVALUATE SQLCODE
000159                WHEN 0
000159                    PERFORM 301-LER-FOLHAGUIA
000159                WHEN 100
000159                    CONTINUE
000159                WHEN OTHER
000159                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000159                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000159                            ' NO COMANDO OPEN CURSOR'
000159                    MOVE 12 TO RETURN-CODE
000159                    STOP RUN
000159            END-EVALUATE.
000159       *
000159        171-ACUMULA-CONSOLIDADO.
000159            ADD WK-TOT-BASE-FOLHA TO WK-CON-BASE-FOLHA.
000159            ADD WK-TOT-INSS-FOLHA TO WK-CON-INSS-FOLHA.
000159            ADD WK-TOT-IRRF-FOLHA TO WK-CON-IRRF-FOLHA.
000159            ADD WK-TOT-SALFAM-FOLHA TO WK-CON-SALFAM-FOLHA.
000159            ADD WK-TOT-BASE-RESC  TO WK-CON-BASE-RESC.
000159            ADD WK-TOT-INSS-RESC  TO WK-CON-INSS-RESC.
000159            ADD WK-TOT-IRRF-RESC  TO WK-CON-IRRF-RESC.
000159            ADD WK-TOT-INSS-FERIAS TO WK-CON-INSS-FERIAS.
000159            ADD WK-TOT-IRRF-FERIAS TO WK-CON-IRRF-FERIAS.
000159            ADD WK-INSS-PATRONAL  TO WK-CON-INSS-PATRONAL.
000159            ADD WK-GUIA-INSS      TO WK-CON-GUIA-INSS.
000159            ADD WK-GUIA-IRRF      TO WK-CON-GUIA-IRRF.
000160       *******************************************************
000161        200-DETALHES SECTION.
000162        201-DETALHE-FOLHA.
000163            ADD 1 TO WK-QTD-FOLHA.
000164            ADD WK-BASE TO WK-TOT-BASE-FOLHA.
000165            ADD WK-INSS TO WK-TOT-INSS-FOLHA.
000166            ADD WK-IRRF TO WK-TOT-IRRF-FOLHA.
000166            ADD WK-SALFAM TO WK-TOT-SALFAM-FOLHA.
000167            PERFORM 401-IMPRIME-DETALHE.
000168            PERFORM 301-LER-FOLHAGUIA.
000169       *
000174            ADD WK-IRRF TO WK-TOT-IRRF-RESC.
000175            PERFORM 401-IMPRIME-DETALHE.
000176            PERFORM 311-LER-RESCGUIA.
000176       *
000176       * NAS FERIAS A BASE (DIAS + 1/3) SO SAI NO DETALHE: O
000176       * PATRONAL CONTINUA SOBRE O BRUTO DA FOLHA E DAS RESCISOES
000176        221-DETALHE-FERIAS.
000176            ADD 1 TO WK-QTD-FERIAS.
000176            ADD WK-INSS TO WK-TOT-INSS-FERIAS.
000176            ADD WK-IRRF TO WK-TOT-IRRF-FERIAS.
000176            PERFORM 401-IMPRIME-DETALHE.
000176            PERFORM 331-LER-FERIGUIA.
000177       *******************************************************
000178        300-LEITURAS SECTION.
000179        301-LER-FOLHAGUIA.
000182                  INTO :WK-CODFUN,
000183                       :WK-BASE,
000184                       :WK-INSS,
000185                       :WK-IRRF,
000185                       :WK-SALFAM
000186            END-EXEC.
000187            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
000188                MOVE SQLCODE TO WK-SQLCODE-EDIT
000207                MOVE 12 TO RETURN-CODE
000208                STOP RUN
000209            END-IF.
000209       *
000209        321-LER-ESTABGUIA.
000209            MOVE SPACES TO EST-CODESTAB.
000209            MOVE SPACES TO EST-CNPJ.
000209            MOVE SPACES TO EST-NOME.
000209            EXEC SQL
000209                FETCH ESTABGUIA
000209                  INTO :EST-CODESTAB,
000209                       :EST-CNPJ,
000209                       :EST-NOME
000209            END-EXEC.
000209            EVALUATE SQLCODE
000209                WHEN 0
000209                    CONTINUE
000209                WHEN 100
000209                    MOVE 'S' TO WK-FIM-ESTAB
000209                WHEN OTHER
000209                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000209                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000209                            ' NO COMANDO FETCH'
000209                    MOVE 12 TO RETURN-CODE
000209                    STOP RUN
000209            END-EVALUATE.
000209       *
000209        331-LER-FERIGUIA.
000209            EXEC SQL
000209                FETCH FERIGUIA
000209                  INTO :WK-CODFUN,
000209                       :WK-BASE,
000209                       :WK-INSS,
000209                       :WK-IRRF
000209            END-EXEC.
000209            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
000209                MOVE SQLCODE TO WK-SQLCODE-EDIT
000209                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000209                        ' NO COMANDO FETCH'
000209                MOVE 12 TO RETURN-CODE
000209                STOP RUN
000209            END-IF.
000210       *******************************************************
000211        400-IMPRESSAO SECTION.
000212        401-IMPRIME-DETALHE.
000248                    MOVE 12 TO RETURN-CODE
000249                    STOP RUN
000250            END-EVALUATE.
000250       *
000250        511-ABRE-FERIAS.
000250            EXEC SQL
000250                CLOSE RESCGUIA
000250            END-EXEC.
000250            MOVE SPACES TO RELGUIAS-REC.
000250            WRITE RELGUIAS-REC.
000250            MOVE SPACES TO RELGUIAS-REC.
000250            STRING '--- DETALHE DAS FERIAS PAGAS NO MES ---'
000250                DELIMITED BY SIZE INTO RELGUIAS-REC
000250            END-STRING.
000250            WRITE RELGUIAS-REC.
000250            EXEC SQL
000250                OPEN FERIGUIA
000250            END-EXEC.
000250            EVALUATE SQLCODE
000250                WHEN 0
000250                    PERFORM 331-LER-FERIGUIA
000250                WHEN 100
000250                    CONTINUE
000250                WHEN OTHER
000250                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000250                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000250                            ' NO COMANDO OPEN CURSOR'
000250                    MOVE 12 TO RETURN-CODE
000250                    STOP RUN
000250            END-EVALUATE.
000251       *******************************************************
000252        600-RESUMO SECTION.
000253        601-RESUMO-GUIAS.
000254            EXEC SQL
000255                CLOSE FERIGUIA
000256            END-EXEC.
000257            COMPUTE WK-INSS-PATRONAL ROUNDED =
000258                (WK-TOT-BASE-FOLHA + WK-TOT-BASE-RESC) *
000259                WK-ALIQ-PATRONAL / 100.
000260            COMPUTE WK-GUIA-INSS =
000261                WK-TOT-INSS-FOLHA + WK-TOT-INSS-RESC +
000261                WK-TOT-INSS-FERIAS +
000262                WK-INSS-PATRONAL - WK-TOT-SALFAM-FOLHA.
000263            COMPUTE WK-GUIA-IRRF =
000264                WK-TOT-IRRF-FOLHA + WK-TOT-IRRF-RESC +
000264                WK-TOT-IRRF-FERIAS.
000265            MOVE SPACES TO RELGUIAS-REC.
000266            WRITE RELGUIAS-REC.
000267            MOVE SPACES TO RELGUIAS-REC.
000267            STRING 'GUIAS DO ESTABELECIMENTO ' EST-CODESTAB
000267                ' - CNPJ ' EST-CNPJ
000267                DELIMITED BY SIZE INTO RELGUIAS-REC
000267            END-STRING.
000267            WRITE RELGUIAS-REC.
000267            MOVE SPACES TO RELGUIAS-REC.
000268            STRING '========= GUIA DE RECOLHIMENTO INSS ========='
000269                DELIMITED BY SIZE INTO RELGUIAS-REC
000270            END-STRING.
000273            PERFORM 611-LINHA-RETIDO-FOLHA.
000274            MOVE WK-TOT-INSS-RESC TO WK-TOTAL-EDIT.
000275            PERFORM 612-LINHA-RETIDO-RESC.
000275            MOVE WK-TOT-INSS-FERIAS TO WK-TOTAL-EDIT.
000275            PERFORM 615-LINHA-RETIDO-FERIAS.
000276            MOVE WK-INSS-PATRONAL TO WK-TOTAL-EDIT.
000277            MOVE SPACES TO RELGUIAS-REC.
000278            STRING 'INSS PATRONAL ............. ' WK-TOTAL-EDIT
000279                DELIMITED BY SIZE INTO RELGUIAS-REC
000280            END-STRING.
000281            WRITE RELGUIAS-REC.
000281            MOVE WK-TOT-SALFAM-FOLHA TO WK-TOTAL-EDIT.
000281            PERFORM 614-LINHA-SALARIO-FAMILIA.
000282            MOVE WK-GUIA-INSS TO WK-TOTAL-EDIT.
000283            PERFORM 613-LINHA-TOTAL-GUIA.
000284            MOVE SPACES TO RELGUIAS-REC.
000292            PERFORM 611-LINHA-RETIDO-FOLHA.
000293            MOVE WK-TOT-IRRF-RESC TO WK-TOTAL-EDIT.
000294            PERFORM 612-LINHA-RETIDO-RESC.
000294            MOVE WK-TOT-IRRF-FERIAS TO WK-TOTAL-EDIT.
000294            PERFORM 615-LINHA-RETIDO-FERIAS.
000295            MOVE WK-GUIA-IRRF TO WK-TOTAL-EDIT.
000296            PERFORM 613-LINHA-TOTAL-GUIA.
000297       *
000315                DELIMITED BY SIZE INTO RELGUIAS-REC
000316            END-STRING.
000317            WRITE RELGUIAS-REC.
000317       *
000317        614-LINHA-SALARIO-FAMILIA.
000317            MOVE SPACES TO RELGUIAS-REC.
000317            STRING '(-) SALARIO-FAMILIA ....... ' WK-TOTAL-EDIT
000317                DELIMITED BY SIZE INTO RELGUIAS-REC
000317            END-STRING.
000317            WRITE RELGUIAS-REC.
000317       *
000317        615-LINHA-RETIDO-FERIAS.
000317            MOVE SPACES TO RELGUIAS-REC.
000317            STRING 'RETIDO NAS FERIAS ......... ' WK-TOTAL-EDIT
000317                DELIMITED BY SIZE INTO RELGUIAS-REC
000317            END-STRING.
000317            WRITE RELGUIAS-REC.
000318       *******************************************************
000318       * CONSOLIDADO DA EMPRESA = SOMA DOS ESTABELECIMENTOS; A
000318       * FOLHA, AS RESCISOES E AS FERIAS DO MES NO DB2, SEM O
000318       * CORTE POR ESTABELECIMENTO, TEM QUE BATER COM A SOMA DOS
000318       * BLOCOS
000318        700-CONSOLIDADO SECTION.
000318        701-CONSOLIDADO.
000318            EXEC SQL
000318                CLOSE ESTABGUIA
000318            END-EXEC.
000318            MOVE SPACES TO RELGUIAS-REC.
000318            WRITE RELGUIAS-REC.
000318            MOVE SPACES TO RELGUIAS-REC.
000318            STRING '##### CONSOLIDADO DA EMPRESA #####'
000318                DELIMITED BY SIZE INTO RELGUIAS-REC
000318            END-STRING.
000318            WRITE RELGUIAS-REC.
000318            MOVE SPACES TO RELGUIAS-REC.
000318            STRING '========= GUIA DE RECOLHIMENTO INSS ========='
000318                DELIMITED BY SIZE INTO RELGUIAS-REC
000318            END-STRING.
000318            WRITE RELGUIAS-REC.
000318            MOVE WK-CON-INSS-FOLHA TO WK-TOTAL-EDIT.
000318            PERFORM 611-LINHA-RETIDO-FOLHA.
000318            MOVE WK-CON-INSS-RESC TO WK-TOTAL-EDIT.
000318            PERFORM 612-LINHA-RETIDO-RESC.
000318            MOVE WK-CON-INSS-FERIAS TO WK-TOTAL-EDIT.
000318            PERFORM 615-LINHA-RETIDO-FERIAS.
000318            MOVE WK-CON-INSS-PATRONAL TO WK-TOTAL-EDIT.
000318            MOVE SPACES TO RELGUIAS-REC.
000318            STRING 'INSS PATRONAL ............. ' WK-TOTAL-EDIT
000318                DELIMITED BY SIZE INTO RELGUIAS-REC
000318            END-STRING.
000318            WRITE RELGUIAS-REC.
000318            MOVE WK-CON-SALFAM-FOLHA TO WK-TOTAL-EDIT.
000318            PERFORM 614-LINHA-SALARIO-FAMILIA.
000318            MOVE WK-CON-GUIA-INSS TO WK-TOTAL-EDIT.
000318            PERFORM 613-LINHA-TOTAL-GUIA.
000318            MOVE SPACES TO RELGUIAS-REC.
000318            WRITE RELGUIAS-REC.
000318            MOVE SPACES TO RELGUIAS-REC.
000318            STRING '========= GUIA DE RECOLHIMENTO IRRF ========='
000318                DELIMITED BY SIZE INTO RELGUIAS-REC
000318            END-STRING.
000318            WRITE RELGUIAS-REC.
000318            MOVE WK-CON-IRRF-FOLHA TO WK-TOTAL-EDIT.
000318            PERFORM 611-LINHA-RETIDO-FOLHA.
000318            MOVE WK-CON-IRRF-RESC TO WK-TOTAL-EDIT.
000318            PERFORM 612-LINHA-RETIDO-RESC.
000318            MOVE WK-CON-IRRF-FERIAS TO WK-TOTAL-EDIT.
000318            PERFORM 615-LINHA-RETIDO-FERIAS.
000318            MOVE WK-CON-GUIA-IRRF TO WK-TOTAL-EDIT.
000318            PERFORM 613-LINHA-TOTAL-GUIA.
000318            PERFORM 711-CONFERE-EMPRESA.
000318       *
000318        711-CONFERE-EMPRESA.
000318            EXEC SQL
000318                SELECT COUNT(*), COALESCE(SUM(SALARIO-BRUTO), 0),
000318                       COALESCE(SUM(INSS), 0), COALESCE(SUM(IRRF), 0),
000318                       COALESCE(SUM(SALARIO-FAMILIA), 0)
000318                    INTO :WK-FOLHA-QTD-DB2, :WK-FOLHA-BASE-DB2,
000318                         :WK-FOLHA-INSS-DB2, :WK-FOLHA-IRRF-DB2,
000318                         :WK-FOLHA-SALFAM-DB2
000318                    FROM EAD719.FOLHA_MENSAL
000318                    WHERE COMPETENCIA = :WK-COMPETENCIA
000318            END-EXEC.
000318            IF SQLCODE NOT = 0
000318                MOVE SQLCODE TO WK-SQLCODE-EDIT
000318                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000318                        ' NA LEITURA DOS TOTAIS DA FOLHA'
000318                MOVE 12 TO RETURN-CODE
000318                STOP RUN
000318            END-IF.
000318            EXEC SQL
000318                SELECT COUNT(*), COALESCE(SUM(SALDO-SALARIO), 0),
000318                       COALESCE(SUM(INSS), 0), COALESCE(SUM(IRRF), 0)
000318                    INTO :WK-RESC-QTD-DB2, :WK-RESC-BASE-DB2,
000318                         :WK-RESC-INSS-DB2, :WK-RESC-IRRF-DB2
000318                    FROM EAD719.RESCISOES
000318                    WHERE SUBSTR(DT-DEMISSAO, 1, 7) = :WK-COMPETENCIA
000318            END-EXEC.
000318            IF SQLCODE NOT = 0
000318                MOVE SQLCODE TO WK-SQLCODE-EDIT
000318                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000318                        ' NA LEITURA DOS TOTAIS DAS RESCISOES'
000318                MOVE 12 TO RETURN-CODE
000318                STOP RUN
000318            END-IF.
000318            EXEC SQL
000318                SELECT COUNT(*), COALESCE(SUM(INSS), 0),
000318                       COALESCE(SUM(IRRF), 0)
000318                    INTO :WK-FER-QTD-DB2, :WK-FER-INSS-DB2,
000318                         :WK-FER-IRRF-DB2
000318                    FROM EAD719.FERIAS_PAGAMENTOS
000318                    WHERE COMPETENCIA = :WK-COMPETENCIA
000318            END-EXEC.
000318            IF SQLCODE NOT = 0
000318                MOVE SQLCODE TO WK-SQLCODE-EDIT
000318                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000318                        ' NA LEITURA DOS TOTAIS DAS FERIAS'
000318                MOVE 12 TO RETURN-CODE
000318                STOP RUN
000318            END-IF.
000318            IF WK-FOLHA-QTD-DB2  NOT = WK-QTD-FOLHA
000318               OR WK-FOLHA-BASE-DB2 NOT = WK-CON-BASE-FOLHA
000318               OR WK-FOLHA-INSS-DB2 NOT = WK-CON-INSS-FOLHA
000318               OR WK-FOLHA-IRRF-DB2 NOT = WK-CON-IRRF-FOLHA
000318               OR WK-FOLHA-SALFAM-DB2 NOT = WK-CON-SALFAM-FOLHA
000318               OR WK-RESC-QTD-DB2  NOT = WK-QTD-RESC
000318               OR WK-RESC-BASE-DB2 NOT = WK-CON-BASE-RESC
000318               OR WK-RESC-INSS-DB2 NOT = WK-CON-INSS-RESC
000318               OR WK-RESC-IRRF-DB2 NOT = WK-CON-IRRF-RESC
000318               OR WK-FER-QTD-DB2   NOT = WK-QTD-FERIAS
000318               OR WK-FER-INSS-DB2  NOT = WK-CON-INSS-FERIAS
000318               OR WK-FER-IRRF-DB2  NOT = WK-CON-IRRF-FERIAS
000318                MOVE 'S' TO WK-DIVERGENCIA
000318            END-IF.
000318            MOVE SPACES TO RELGUIAS-REC.
000318            WRITE RELGUIAS-REC.
000318            MOVE SPACES TO RELGUIAS-REC.
000318            STRING '========= CONFERENCIA COM O DB2 ========='
000318                DELIMITED BY SIZE INTO RELGUIAS-REC
000318            END-STRING.
000318            WRITE RELGUIAS-REC.
000318            MOVE WK-FOLHA-INSS-DB2 TO WK-TOTAL-EDIT.
000318            MOVE SPACES TO RELGUIAS-REC.
000318            STRING 'INSS DA FOLHA NO DB2 ...... ' WK-TOTAL-EDIT
000318                DELIMITED BY SIZE INTO RELGUIAS-REC
000318            END-STRING.
000318            WRITE RELGUIAS-REC.
000318            MOVE WK-FOLHA-IRRF-DB2 TO WK-TOTAL-EDIT.
000318            MOVE SPACES TO RELGUIAS-REC.
000318            STRING 'IRRF DA FOLHA NO DB2 ...... ' WK-TOTAL-EDIT
000318                DELIMITED BY SIZE INTO RELGUIAS-REC
000318            END-STRING.
000318            WRITE RELGUIAS-REC.
000318            MOVE WK-FOLHA-SALFAM-DB2 TO WK-TOTAL-EDIT.
000318            MOVE SPACES TO RELGUIAS-REC.
000318            STRING 'SAL-FAMILIA DA FOLHA NO DB2 ' WK-TOTAL-EDIT
000318                DELIMITED BY SIZE INTO RELGUIAS-REC
000318            END-STRING.
000318            WRITE RELGUIAS-REC.
000318            MOVE WK-RESC-INSS-DB2 TO WK-TOTAL-EDIT.
000318            MOVE SPACES TO RELGUIAS-REC.
000318            STRING 'INSS DAS RESCISOES NO DB2 . ' WK-TOTAL-EDIT
000318                DELIMITED BY SIZE INTO RELGUIAS-REC
000318            END-STRING.
000318            WRITE RELGUIAS-REC.
000318            MOVE WK-RESC-IRRF-DB2 TO WK-TOTAL-EDIT.
000318            MOVE SPACES TO RELGUIAS-REC.
000318            STRING 'IRRF DAS RESCISOES NO DB2 . ' WK-TOTAL-EDIT
000318                DELIMITED BY SIZE INTO RELGUIAS-REC
000318            END-STRING.
000318            WRITE RELGUIAS-REC.
000318            MOVE WK-FER-INSS-DB2 TO WK-TOTAL-EDIT.
000318            MOVE SPACES TO RELGUIAS-REC.
000318            STRING 'INSS DAS FERIAS NO DB2 .... ' WK-TOTAL-EDIT
000318                DELIMITED BY SIZE INTO RELGUIAS-REC
000318            END-STRING.
000318            WRITE RELGUIAS-REC.
000318            MOVE WK-FER-IRRF-DB2 TO WK-TOTAL-EDIT.
000318            MOVE SPACES TO RELGUIAS-REC.
000318            STRING 'IRRF DAS FERIAS NO DB2 .... ' WK-TOTAL-EDIT
000318                DELIMITED BY SIZE INTO RELGUIAS-REC
000318            END-STRING.
000318            WRITE RELGUIAS-REC.
000318            MOVE SPACES TO RELGUIAS-REC.
000318            IF WK-DIVERGENCIA = 'S'
000318                STRING '*** SOMA DOS ESTABELECIMENTOS NAO CONFERE'
000318                    ' COM O DB2 ***'
000318                    DELIMITED BY SIZE INTO RELGUIAS-REC
000318                END-STRING
000318                MOVE 08 TO RETURN-CODE
000318            ELSE
000318                STRING 'SOMA DOS ESTABELECIMENTOS CONFERE COM O DB2'
000318                    DELIMITED BY SIZE INTO RELGUIAS-REC
000318                END-STRING
000318            END-IF.
000318            WRITE RELGUIAS-REC.
000318       *******************************************************
000319        900-FINALIZAR SECTION.
000320        901-FINALIZAR.
000323            DISPLAY '*   RESUMO DAS GUIAS EAD71945              *'.
000324            DISPLAY '*********************************************'.
000325            DISPLAY 'COMPETENCIA           : ' WK-COMPETENCIA.
000325            MOVE WK-QTD-ESTAB TO WK-RESUMO-EDIT.
000325            DISPLAY 'ESTABELECIMENTOS      : ' WK-RESUMO-EDIT.
000326            MOVE WK-QTD-FOLHA TO WK-RESUMO-EDIT.
000327            DISPLAY 'FOLHAS CONSOLIDADAS   : ' WK-RESUMO-EDIT.
000328            MOVE WK-QTD-RESC TO WK-RESUMO-EDIT.
000329            DISPLAY 'RESCISOES DO MES      : ' WK-RESUMO-EDIT.
000329            MOVE WK-QTD-FERIAS TO WK-RESUMO-EDIT.
000329            DISPLAY 'FERIAS PAGAS NO MES   : ' WK-RESUMO-EDIT.
000330            MOVE WK-CON-GUIA-INSS TO WK-TOTAL-EDIT.
000331            DISPLAY 'GUIA INSS (EMPRESA)   : ' WK-TOTAL-EDIT.
000332            MOVE WK-CON-GUIA-IRRF TO WK-TOTAL-EDIT.
000333            DISPLAY 'GUIA IRRF (EMPRESA)   : ' WK-TOTAL-EDIT.
000333            IF WK-DIVERGENCIA = 'S'
000333                DISPLAY '*** SOMA DOS ESTABELECIMENTOS DIVERGE DO'
000333                        ' DB2 - VER RELGUIAS ***'
000333            END-IF.
000334            DISPLAY '*********************************************'.
