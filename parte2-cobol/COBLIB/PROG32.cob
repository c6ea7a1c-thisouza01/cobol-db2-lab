000007       * AVISO PREVIO INDENIZADO), GRAVACAO EM EAD719.RESCISOES *
000008       * E DEMONSTRATIVO POR FUNCIONARIO + PAGINA DE TOTAIS     *
000008       * INSS E IRRF RETIDOS SOBRE O SALDO DE SALARIO (VERBAS   *
000008       * INDENIZATORIAS ISENTAS), COM AS FAIXAS E A DEDUCAO     *
000008       * POR DEPENDENTE DA VERSAO DE EAD719.TABELA_TRIBUTOS     *
000008       * VIGENTE NA DATA DA DEMISSAO (A MESMA DO EAD71925)      *
000008       * SALDO DOS CONSIGNADOS ATIVOS (EAD719.EMPRESTIMOS)      *
000008       * DESCONTADO ATE 35% DAS VERBAS LIQUIDAS; O QUE SOBRA    *
000008       * FICA COMO SALDO A COBRAR PELO BANCO, NO DEMONSTRATIVO  *
000008       * E EM EAD719.EMPRESTIMOS_PARCELAS (REPASSE NO EAD71959) *
000008       * O TITULO DO DEMONSTRATIVO LEVA A DATA DA DEMISSAO, QUE *
000008       * E A REFERENCIA DO DOCUMENTO NA DISTRIBUICAO POR E-MAIL *
000008       * DO EAD71967                                            *
000009       *********************************************************
000010       *
000011        ENVIRONMENT DIVISION.
000028            END-EXEC.
000029            EXEC SQL
000030                INCLUDE BOOKRESC
000030            END-EXEC.
000030            EXEC SQL
000030                INCLUDE BOOKTRIB
000031            END-EXEC.
000031            EXEC SQL
000031                INCLUDE BOOKEMPR
000031            END-EXEC.
000031            EXEC SQL
000031                INCLUDE BOOKEPAR
000031            END-EXEC.
000032            EXEC SQL
000033                INCLUDE SQLCA
000044                      AND DT-DEMISSAOFUN >= :WK-DATA-INI-ACCEPT
000045                      AND DT-DEMISSAOFUN <= :WK-DATA-FIM-ACCEPT
000046                    ORDER BY CODFUN
000046            END-EXEC.
000046            EXEC SQL
000046                DECLARE TRIBTEMP CURSOR FOR
000046                    SELECT TRIBUTO, FAIXA, LIMITE, ALIQUOTA, DEDUZIR
000046                        FROM EAD719.TABELA_TRIBUTOS
000046                    WHERE VIGENCIA = :TRB-VIGENCIA
000046                    ORDER BY TRIBUTO, FAIXA
000047            END-EXEC.
000047            EXEC SQL
000047                DECLARE EMPRTEMP CURSOR FOR
000047                    SELECT CONTRATO, BANCO, QTD-PARCELAS,
000047                           PARCELAS-PAGAS, VALOR-PARCELA
000047                        FROM EAD719.EMPRESTIMOS
000047                    WHERE CODFUN = :RSC-CODFUN
000047                      AND STATUS = 'A'
000047                      AND PARCELAS-PAGAS < QTD-PARCELAS
000047                    ORDER BY COMP-INICIO, CONTRATO
000047            END-EXEC.
000048        77  WK-SQLCODE-EDIT         PIC -999        VALUE ZEROS.
000049        77  WK-RESUMO-EDIT          PIC ZZ.ZZ9      VALUE ZEROS.
000052        77  WK-QTD-REJEITADAS       PIC 9(05)       VALUE ZEROS.
000052        77  WK-EOF-SYSIN            PIC X           VALUE 'N'.
000052       *
000052       * CARTAO DE PARAMETRO: 'P' PERIODO (DATA-INI, DATA-FIM).
000052       * AS FAIXAS DE INSS/IRRF VEM DE EAD719.TABELA_TRIBUTOS
000052        01  WK-PARM-ACCEPT.
000052            05  WK-PARM-TIPO          PIC X(01)     VALUE SPACES.
000052            05  WK-PARM-CORPO         PIC X(20)     VALUE SPACES.
000052            05  FILLER                PIC X(01).
000052            05  WK-PARM-DATA-INI      PIC X(10).
000052            05  WK-PARM-DATA-FIM      PIC X(10).
000052        01  WK-TABELA-INSS.
000052            05  WK-QTD-FAIXAS-INSS    PIC 9(02)     VALUE ZEROS.
000052            05  WK-FAIXA-INSS OCCURS 10 TIMES.
000052        77  WK-BASE-IRRF            PIC S9(7)V99 COMP-3 VALUE ZEROS.
000052        77  WK-VALOR-DEP-IRRF       PIC S9(6)V99 COMP-3 VALUE ZEROS.
000052        77  WK-QTD-DEPENDENTES      PIC S9(04) COMP VALUE ZEROS.
000052        77  WK-DATA-REFERENCIA      PIC X(10)       VALUE SPACES.
000052        77  WK-VIGENCIA-CARREGADA   PIC X(10)       VALUE SPACES.
000053       *
000054        77  WK-ANO-ADM              PIC 9(04)       VALUE ZEROS.
000055        77  WK-MES-ADM              PIC 9(02)       VALUE ZEROS.
000061        77  WK-MESES-FERIAS         PIC S9(02)      VALUE ZEROS.
000062        77  WK-ANOS-SERVICO         PIC S9(02)      VALUE ZEROS.
000063        77  WK-DIAS-AVISO           PIC S9(03)      VALUE ZEROS.
000063       *
000063       * CONSIGNADO NA RESCISAO: LIMITE LEGAL SOBRE AS VERBAS
000063       * LIQUIDAS (TOTAL - INSS - IRRF) E RATEIO DO DESCONTO
000063       * PELOS CONTRATOS, DO MAIS ANTIGO PARA O MAIS NOVO
000063        77  WK-PERC-CONSIGNADO      PIC 9(02)V99    VALUE 35,00.
000063        77  WK-SALDO-CONSIGNADO     PIC S9(8)V99 COMP-3 VALUE ZEROS.
000063        77  WK-LIMITE-CONSIGNADO    PIC S9(8)V99 COMP-3 VALUE ZEROS.
000063        77  WK-A-DISTRIBUIR         PIC S9(8)V99 COMP-3 VALUE ZEROS.
000063        77  WK-SALDO-CONTRATO       PIC S9(8)V99 COMP-3 VALUE ZEROS.
000063        77  WK-COMP-DEMISSAO        PIC X(07)       VALUE SPACES.
000063        01  WK-TABELA-CONSIGNADO.
000063            05  WK-QTD-CONTRATOS      PIC 9(02)     VALUE ZEROS.
000063            05  WK-CONTRATO-RESC OCCURS 20 TIMES.
000063                10  WK-CRS-BANCO      PIC X(03).
000063                10  WK-CRS-CONTRATO   PIC X(12).
000063                10  WK-CRS-DESCONTO   PIC S9(7)V99 COMP-3.
000063                10  WK-CRS-RESTANTE   PIC S9(7)V99 COMP-3.
000063        77  WK-IND-CRS              PIC 9(02) COMP  VALUE ZEROS.
000064       *
000065        01  WK-TOTAIS-GERAIS.
000066            05  WK-TOT-SALDO        PIC S9(9)V99 COMP-3 VALUE ZEROS.
000071            05  WK-TOT-INSS         PIC S9(9)V99 COMP-3 VALUE ZEROS.
000071            05  WK-TOT-IRRF         PIC S9(9)V99 COMP-3 VALUE ZEROS.
000071            05  WK-TOT-LIQUIDO      PIC S9(10)V99 COMP-3 VALUE ZEROS.
000071            05  WK-TOT-CONSIGNADO   PIC S9(9)V99 COMP-3 VALUE ZEROS.
000071            05  WK-TOT-SALDO-BANCOS PIC S9(9)V99 COMP-3 VALUE ZEROS.
000072        77  WK-TOTAL-EDIT           PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000073       *
000074        PROCEDURE DIVISION.
000088                MOVE 12 TO RETURN-CODE
000089                STOP RUN
000090            END-IF.
000091            OPEN OUTPUT RELRESC-FILE.
000092            EXEC SQL
000093                OPEN RESCTEMP
000106                    MOVE WK-PARM-DATA-INI TO WK-DATA-INI-ACCEPT
000106                    MOVE WK-PARM-DATA-FIM TO WK-DATA-FIM-ACCEPT
000106                WHEN 'I'
000106                WHEN 'R'
000106                WHEN 'D'
000106                    DISPLAY 'CARTAO ' WK-PARM-TIPO ' IGNORADO - AS'
000106                            ' FAIXAS VEM DE EAD719.TABELA_TRIBUTOS'
000106                WHEN OTHER
000106                    DISPLAY 'CARTAO DE PARAMETRO ' WK-PARM-TIPO
000106                            ' INVALIDO!'
000106            END-EVALUATE.
000106       *
000106       * TABELA DE INSS/IRRF VIGENTE NA DATA DE REFERENCIA: A
000106       * VERSAO DE EAD719.TABELA_TRIBUTOS COM A MAIOR VIGENCIA
000106       * ATE A DATA (AQUI, A DATA DA DEMISSAO). A VERSAO SO E
000106       * RELIDA QUANDO A VIGENCIA MUDA DE UM DESLIGADO PARA OUTRO
000106        141-CARREGA-TABELA-TRIBUTOS.
000106            MOVE SPACES TO TRB-VIGENCIA.
000106            EXEC SQL
000106                SELECT COALESCE(MAX(VIGENCIA), ' ')
000106                    INTO :TRB-VIGENCIA
000106                    FROM EAD719.TABELA_TRIBUTOS
000106                    WHERE VIGENCIA <= :WK-DATA-REFERENCIA
000106            END-EXEC.
000106            IF SQLCODE NOT = 0
000106                MOVE SQLCODE TO WK-SQLCODE-EDIT
000106                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000106                        ' NA CONSULTA DA TABELA DE TRIBUTOS'
000106                MOVE 12 TO RETURN-CODE
000106                STOP RUN
000106            END-IF.
000106            IF TRB-VIGENCIA = SPACES
000106                DISPLAY 'NENHUMA TABELA DE INSS/IRRF VIGENTE EM '
000106                        WK-DATA-REFERENCIA '!'
000106                MOVE 12 TO RETURN-CODE
000106                STOP RUN
000106            END-IF.
000106            IF TRB-VIGENCIA = WK-VIGENCIA-CARREGADA
000106                EXIT PARAGRAPH
000106            END-IF.
000106            MOVE ZEROS TO WK-QTD-FAIXAS-INSS.
000106            MOVE ZEROS TO WK-QTD-FAIXAS-IRRF.
000106            MOVE ZEROS TO WK-VALOR-DEP-IRRF.
000106            EXEC SQL
000106                OPEN TRIBTEMP
000106            END-EXEC.
000106            EVALUATE SQLCODE
000106                WHEN 0
000106                    PERFORM 143-LER-TRIBTEMP
000106                    PERFORM 142-GUARDA-FAIXA UNTIL SQLCODE = 100
000106                WHEN 100
000106                    CONTINUE
000106                WHEN OTHER
000106                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000106                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000106                            ' NO COMANDO OPEN CURSOR TRIBTEMP'
000106                    MOVE 12 TO RETURN-CODE
000106                    STOP RUN
000106            END-EVALUATE.
000106            EXEC SQL
000106                CLOSE TRIBTEMP
000106            END-EXEC.
000106            IF WK-QTD-FAIXAS-INSS = 0 OR WK-QTD-FAIXAS-IRRF = 0
000106                DISPLAY 'TABELA DE INSS/IRRF DA VIGENCIA '
000106                        TRB-VIGENCIA ' INCOMPLETA!'
000106                MOVE 12 TO RETURN-CODE
000106                STOP RUN
000106            END-IF.
000106            MOVE TRB-VIGENCIA TO WK-VIGENCIA-CARREGADA.
000106            DISPLAY 'TABELA DE INSS/IRRF: VIGENCIA '
000106                    WK-VIGENCIA-CARREGADA.
000106       *
000106        142-GUARDA-FAIXA.
000106            EVALUATE TRB-TRIBUTO
000106                WHEN 'I'
000106                    IF WK-QTD-FAIXAS-INSS < 10
000106                        ADD 1 TO WK-QTD-FAIXAS-INSS
000106                        MOVE WK-QTD-FAIXAS-INSS TO WK-IND-FAIXA
000106                        MOVE TRB-LIMITE
000106                          TO WK-INSS-LIMITE(WK-IND-FAIXA)
000106                        MOVE TRB-ALIQUOTA
000106                          TO WK-INSS-ALIQUOTA(WK-IND-FAIXA)
000106                    END-IF
000106                WHEN 'R'
000106                    IF WK-QTD-FAIXAS-IRRF < 10
000106                        ADD 1 TO WK-QTD-FAIXAS-IRRF
000106                        MOVE WK-QTD-FAIXAS-IRRF TO WK-IND-FAIXA
000106                        MOVE TRB-LIMITE
000106                          TO WK-IRRF-LIMITE(WK-IND-FAIXA)
000106                        MOVE TRB-ALIQUOTA
000106                          TO WK-IRRF-ALIQUOTA(WK-IND-FAIXA)
000106                        MOVE TRB-DEDUZIR
000106                          TO WK-IRRF-DEDUZIR(WK-IND-FAIXA)
000106                    END-IF
000106                WHEN 'D'
000106                    MOVE TRB-DEDUZIR TO WK-VALOR-DEP-IRRF
000106            END-EVALUATE.
000106            PERFORM 143-LER-TRIBTEMP.
000106       *
000106        143-LER-TRIBTEMP.
000106            EXEC SQL
000106                FETCH TRIBTEMP
000106                  INTO :TRB-TRIBUTO,
000106                       :TRB-FAIXA,
000106                       :TRB-LIMITE,
000106                       :TRB-ALIQUOTA,
000106                       :TRB-DEDUZIR
000106            END-EXEC.
000106            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
000106                MOVE SQLCODE TO WK-SQLCODE-EDIT
000106                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000106                        ' NO COMANDO FETCH TRIBTEMP'
000106                MOVE 12 TO RETURN-CODE
000106                STOP RUN
000106            END-IF.
000107       *******************************************************
000108        200-PROCESSAR SECTION.
000109        201-PROCESSAR.
000186       *
000186       * INSS E IRRF SOBRE O SALDO DE SALARIO; AS DEMAIS VERBAS
000186       * SAO INDENIZATORIAS (ISENTAS)
000186            MOVE DB2-DT-DEMISSAOFUN TO WK-DATA-REFERENCIA.
000186            PERFORM 141-CARREGA-TABELA-TRIBUTOS.
000186            PERFORM 212-CALCULA-INSS-RESCISAO.
000186            PERFORM 213-CALCULA-IRRF-RESCISAO.
000186            PERFORM 216-APURA-CONSIGNADO.
000186            COMPUTE RSC-LIQUIDO =
000186                RSC-TOTAL - RSC-INSS - RSC-IRRF - RSC-CONSIGNADO.
000187       *
000187        212-CALCULA-INSS-RESCISAO.
000187            MOVE 'N'   TO WK-FAIXA-ACHADA.
000187            IF WK-BASE-IRRF < 0
000187                MOVE ZEROS TO WK-BASE-IRRF
000187            END-IF.
000187       *
000187       * SALDO DEVEDOR DOS CONSIGNADOS ATIVOS (PARCELAS A PAGAR
000187       * X VALOR DA PARCELA), DESCONTADO ATE O LIMITE LEGAL
000187        216-APURA-CONSIGNADO.
000187            MOVE ZEROS TO RSC-CONSIGNADO.
000187            EXEC SQL
000187                SELECT COALESCE(SUM((QTD-PARCELAS - PARCELAS-PAGAS)
000187                                    * VALOR-PARCELA), 0)
000187                    INTO :WK-SALDO-CONSIGNADO
000187                    FROM EAD719.EMPRESTIMOS
000187                    WHERE CODFUN = :RSC-CODFUN
000187                      AND STATUS = 'A'
000187                      AND PARCELAS-PAGAS < QTD-PARCELAS
000187            END-EXEC.
000187            IF SQLCODE NOT = 0
000187                MOVE SQLCODE TO WK-SQLCODE-EDIT
000187                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000187                        ' NO SALDO DOS CONSIGNADOS'
000187                MOVE 12 TO RETURN-CODE
000187                STOP RUN
000187            END-IF.
000187            IF WK-SALDO-CONSIGNADO NOT > 0
000187                EXIT PARAGRAPH
000187            END-IF.
000187            COMPUTE WK-LIMITE-CONSIGNADO ROUNDED =
000187                (RSC-TOTAL - RSC-INSS - RSC-IRRF)
000187                * WK-PERC-CONSIGNADO / 100.
000187            IF WK-LIMITE-CONSIGNADO < 0
000187                MOVE ZEROS TO WK-LIMITE-CONSIGNADO
000187            END-IF.
000187            IF WK-SALDO-CONSIGNADO > WK-LIMITE-CONSIGNADO
000187                MOVE WK-LIMITE-CONSIGNADO TO RSC-CONSIGNADO
000187            ELSE
000187                MOVE WK-SALDO-CONSIGNADO TO RSC-CONSIGNADO
000187            END-IF.
000188       *
000188        221-GRAVA-RESCISAO.
000189            EXEC SQL
000199                       :RSC-TOTAL,
000199                       :RSC-INSS,
000199                       :RSC-IRRF,
000199                       :RSC-LIQUIDO,
000199                       :RSC-CONSIGNADO)
000200            END-EXEC.
000201            EVALUATE SQLCODE
000202                WHEN 0
000209                    ADD RSC-INSS           TO WK-TOT-INSS
000209                    ADD RSC-IRRF           TO WK-TOT-IRRF
000209                    ADD RSC-LIQUIDO        TO WK-TOT-LIQUIDO
000209                    ADD RSC-CONSIGNADO     TO WK-TOT-CONSIGNADO
000209                    PERFORM 231-BAIXA-CONSIGNADOS
000210                    PERFORM 401-IMPRIME-DEMONSTRATIVO
000211                WHEN -803
000212                    DISPLAY 'RESCISAO DO FUNCIONARIO ' RSC-CODFUN
000219                    MOVE 12 TO RETURN-CODE
000220                    STOP RUN
000221            END-EVALUATE.
000221       *
000221       * RATEIO DO DESCONTO PELOS CONTRATOS: CADA UM RECEBE ATE
000221       * O SEU SALDO; QUITADO VAI A 'Q', COM SOBRA VAI A 'R'
000221       * (SALDO COBRADO PELO BANCO DIRETO DO EX-FUNCIONARIO)
000221        231-BAIXA-CONSIGNADOS.
000221            MOVE ZEROS TO WK-QTD-CONTRATOS.
000221            IF WK-SALDO-CONSIGNADO NOT > 0
000221                EXIT PARAGRAPH
000221            END-IF.
000221            MOVE RSC-CONSIGNADO TO WK-A-DISTRIBUIR.
000221            MOVE RSC-DT-DEMISSAO(1:7) TO WK-COMP-DEMISSAO.
000221            EXEC SQL
000221                OPEN EMPRTEMP
000221            END-EXEC.
000221            IF SQLCODE NOT = 0
000221                MOVE SQLCODE TO WK-SQLCODE-EDIT
000221                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000221                        ' NO COMANDO OPEN CURSOR EMPRTEMP'
000221                MOVE 12 TO RETURN-CODE
000221                STOP RUN
000221            END-IF.
000221            PERFORM 233-LER-EMPRTEMP.
000221            PERFORM 232-BAIXA-UM-CONTRATO UNTIL SQLCODE = 100.
000221            EXEC SQL
000221                CLOSE EMPRTEMP
000221            END-EXEC.
000221       *
000221        232-BAIXA-UM-CONTRATO.
000221            COMPUTE WK-SALDO-CONTRATO =
000221                (EMP-QTD-PARCELAS - EMP-PARCELAS-PAGAS)
000221                * EMP-VALOR-PARCELA.
000221            IF WK-A-DISTRIBUIR > WK-SALDO-CONTRATO
000221                MOVE WK-SALDO-CONTRATO TO EPA-VALOR
000221            ELSE
000221                MOVE WK-A-DISTRIBUIR TO EPA-VALOR
000221            END-IF.
000221            SUBTRACT EPA-VALOR FROM WK-A-DISTRIBUIR.
000221            COMPUTE EPA-SALDO-RESTANTE =
000221                WK-SALDO-CONTRATO - EPA-VALOR.
000221            MOVE RSC-CODFUN       TO EPA-CODFUN.
000221            MOVE EMP-CONTRATO     TO EPA-CONTRATO.
000221            MOVE WK-COMP-DEMISSAO TO EPA-COMPETENCIA.
000221            MOVE 'R'              TO EPA-ORIGEM.
000221            MOVE EMP-BANCO        TO EPA-BANCO.
000221            COMPUTE EPA-NUM-PARCELA = EMP-PARCELAS-PAGAS + 1.
000221            EXEC SQL
000221                INSERT INTO EAD719.EMPRESTIMOS_PARCELAS
000221                VALUES(:EPA-CODFUN,
000221                       :EPA-CONTRATO,
000221                       :EPA-COMPETENCIA,
000221                       :EPA-ORIGEM,
000221                       :EPA-BANCO,
000221                       :EPA-NUM-PARCELA,
000221                       :EPA-VALOR,
000221                       :EPA-SALDO-RESTANTE)
000221            END-EXEC.
000221            IF SQLCODE NOT = 0
000221                MOVE SQLCODE TO WK-SQLCODE-EDIT
000221                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000221                        ' NO REGISTRO DO CONSIGNADO DA RESCISAO'
000221                MOVE 12 TO RETURN-CODE
000221                STOP RUN
000221            END-IF.
000221            IF EPA-SALDO-RESTANTE > 0
000221                MOVE 'R' TO EMP-STATUS
000221            ELSE
000221                MOVE 'Q' TO EMP-STATUS
000221            END-IF.
000221            EXEC SQL
000221                UPDATE EAD719.EMPRESTIMOS
000221                    SET STATUS = :EMP-STATUS,
000221                        TS-ULT-ALTERACAO = CURRENT TIMESTAMP
000221                    WHERE CODFUN = :RSC-CODFUN
000221                      AND CONTRATO = :EMP-CONTRATO
000221            END-EXEC.
000221            IF SQLCODE NOT = 0
000221                MOVE SQLCODE TO WK-SQLCODE-EDIT
000221                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000221                        ' NO ENCERRAMENTO DO CONSIGNADO'
000221                MOVE 12 TO RETURN-CODE
000221                STOP RUN
000221            END-IF.
000221            ADD EPA-SALDO-RESTANTE TO WK-TOT-SALDO-BANCOS.
000221            IF WK-QTD-CONTRATOS < 20
000221                ADD 1 TO WK-QTD-CONTRATOS
000221                MOVE WK-QTD-CONTRATOS TO WK-IND-CRS
000221                MOVE EMP-BANCO    TO WK-CRS-BANCO(WK-IND-CRS)
000221                MOVE EMP-CONTRATO TO WK-CRS-CONTRATO(WK-IND-CRS)
000221                MOVE EPA-VALOR    TO WK-CRS-DESCONTO(WK-IND-CRS)
000221                MOVE EPA-SALDO-RESTANTE
000221                                  TO WK-CRS-RESTANTE(WK-IND-CRS)
000221            END-IF.
000221            PERFORM 233-LER-EMPRTEMP.
000221       *
000221        233-LER-EMPRTEMP.
000221            EXEC SQL
000221                FETCH EMPRTEMP
000221                  INTO :EMP-CONTRATO,
000221                       :EMP-BANCO,
000221                       :EMP-QTD-PARCELAS,
000221                       :EMP-PARCELAS-PAGAS,
000221                       :EMP-VALOR-PARCELA
000221            END-EXEC.
000221            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
000221                MOVE SQLCODE TO WK-SQLCODE-EDIT
000221                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000221                        ' NO COMANDO FETCH EMPRTEMP'
000221                MOVE 12 TO RETURN-CODE
000221                STOP RUN
000221            END-IF.
000222       *******************************************************
000223        300-LER-RESCTEMP SECTION.
000224        301-LER-RESCTEMP.
000248        401-IMPRIME-DEMONSTRATIVO.
000249            MOVE SPACES TO RELRESC-REC.
000250            STRING '========== DEMONSTRATIVO DE RESCISAO '
000251                DB2-DT-DEMISSAOFUN ' =========='
000252                DELIMITED BY SIZE INTO RELRESC-REC
000253            END-STRING.
000254            WRITE RELRESC-REC.
000277            PERFORM 417-LINHA-INSS.
000277            MOVE RSC-IRRF TO WK-VALOR-EDIT.
000277            PERFORM 418-LINHA-IRRF.
000277            IF RSC-CONSIGNADO > 0
000277                MOVE RSC-CONSIGNADO TO WK-VALOR-EDIT
000277                PERFORM 420-LINHA-CONSIGNADO
000277                PERFORM 430-LINHA-CONTRATO
000277                    VARYING WK-IND-CRS FROM 1 BY 1
000277                    UNTIL WK-IND-CRS > WK-QTD-CONTRATOS
000277            END-IF.
000277            MOVE RSC-LIQUIDO TO WK-VALOR-EDIT.
000277            PERFORM 419-LINHA-LIQUIDO.
000278            MOVE SPACES TO RELRESC-REC.
000321                DELIMITED BY SIZE INTO RELRESC-REC
000321            END-STRING.
000321            WRITE RELRESC-REC.
000321       *
000321        420-LINHA-CONSIGNADO.
000321            MOVE SPACES TO RELRESC-REC.
000321            STRING 'EMPRESTIMO CONSIGNADO ..... ' WK-VALOR-EDIT
000321                DELIMITED BY SIZE INTO RELRESC-REC
000321            END-STRING.
000321            WRITE RELRESC-REC.
000321       *
000321        430-LINHA-CONTRATO.
000321            MOVE WK-CRS-DESCONTO(WK-IND-CRS) TO WK-VALOR-EDIT.
000321            MOVE SPACES TO RELRESC-REC.
000321            STRING '  BCO ' WK-CRS-BANCO(WK-IND-CRS) ' CONTRATO '
000321                WK-CRS-CONTRATO(WK-IND-CRS) ' DESC. '
000321                WK-VALOR-EDIT
000321                DELIMITED BY SIZE INTO RELRESC-REC
000321            END-STRING.
000321            WRITE RELRESC-REC.
000321            IF WK-CRS-RESTANTE(WK-IND-CRS) > 0
000321                MOVE WK-CRS-RESTANTE(WK-IND-CRS) TO WK-VALOR-EDIT
000321                MOVE SPACES TO RELRESC-REC
000321                STRING '    SALDO A COBRAR PELO BANCO ' WK-VALOR-EDIT
000321                    DELIMITED BY SIZE INTO RELRESC-REC
000321                END-STRING
000321                WRITE RELRESC-REC
000321            END-IF.
000322       *
000323        404-IMPRIME-TOTAIS.
000324            MOVE SPACES TO RELRESC-REC.
000341            PERFORM 427-TOTAL-INSS.
000341            MOVE WK-TOT-IRRF TO WK-TOTAL-EDIT.
000341            PERFORM 428-TOTAL-IRRF.
000341            MOVE WK-TOT-CONSIGNADO TO WK-TOTAL-EDIT.
000341            PERFORM 431-TOTAL-CONSIGNADO.
000341            MOVE WK-TOT-LIQUIDO TO WK-TOTAL-EDIT.
000341            PERFORM 429-TOTAL-LIQUIDO.
000341            MOVE WK-TOT-SALDO-BANCOS TO WK-TOTAL-EDIT.
000341            PERFORM 432-TOTAL-SALDO-BANCOS.
000342       *
000343        421-TOTAL-SALDO.
000344            MOVE SPACES TO RELRESC-REC.
000383                DELIMITED BY SIZE INTO RELRESC-REC
000383            END-STRING.
000383            WRITE RELRESC-REC.
000383       *
000383        431-TOTAL-CONSIGNADO.
000383            MOVE SPACES TO RELRESC-REC.
000383            STRING 'TOTAL CONSIGNADO .......... ' WK-TOTAL-EDIT
000383                DELIMITED BY SIZE INTO RELRESC-REC
000383            END-STRING.
000383            WRITE RELRESC-REC.
000383       *
000383        432-TOTAL-SALDO-BANCOS.
000383            MOVE SPACES TO RELRESC-REC.
000383            STRING 'SALDO A COBRAR PELOS BANCOS ' WK-TOTAL-EDIT
000383                DELIMITED BY SIZE INTO RELRESC-REC
000383            END-STRING.
000383            WRITE RELRESC-REC.
000384       *******************************************************
000385        900-FINALIZAR SECTION.
000386        901-FINALIZAR.
