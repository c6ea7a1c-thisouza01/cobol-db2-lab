000008       *           FOLHA SEGUINTE DESCONTAR (EAD71925);         *
000008       *           SEM CONTA BANCARIA ATIVA O CASO VAI PARA O   *
000008       *           ARQUIVO REJEITA E NADA E PAGO NEM POSTADO    *
000008       *           INSS E IRRF RETIDOS PELA VERSAO DE           *
000008       *           EAD719.TABELA_TRIBUTOS VIGENTE NA DATA DO    *
000008       *           PAGAMENTO; O LIQUIDO VAI AO PAGFER, O BRUTO  *
000008       *           (DIAS + 1/3) AO ADIANTAMENTO E O PAGAMENTO   *
000008       *           COM AS RETENCOES (RECOLHIDAS NAS GUIAS DO    *
000008       *           EAD71945) E REGISTRADO EM                    *
000008       *           EAD719.FERIAS_PAGAMENTOS (COM A VIGENCIA)    *
000008       *           NO CARTAO G OS PERIODOS ABERTOS SAO          *
000008       *           AJUSTADOS POR EAD719.AFASTAMENTOS:           *
000008       *           MAIS DE 180 DIAS DE INSS NO PERIODO SEM GOZO *
000008       *           = PERIODO PERDIDO (STATUS P); LICENCA SEM    *
000008       *           REMUNERACAO PRORROGA O FIM E O LIMITE        *
000008       *           O PAGFER E A ENTRADA DO EAD71966, QUE GERA   *
000008       *           O CNAB 240 DE CREDITO (UM ARQUIVO POR        *
000008       *           BANCO); O DETALHE LEVA O ESTABELECIMENTO     *
000008       *           DO DEPARTAMENTO E A COMPETENCIA              *
000008       *           CADA PAGAMENTO TEM DEMONSTRATIVO NO ARQUIVO  *
000008       *           DEMOFER, DISTRIBUIDO POR E-MAIL PELO         *
000008       *           EAD71967                                     *
000009       * SEMPRE EMITE: ALERTA DE PERIODOS A VENCER EM ATE 60    *
000010       * DIAS (POR URGENCIA) E VISAO DE COBERTURA POR DEPTO     *
000011       *********************************************************
000022                ORGANIZATION IS SEQUENTIAL.
000022            SELECT REJEITA-FILE ASSIGN TO REJEITA
000022                ORGANIZATION IS SEQUENTIAL.
000022            SELECT DEMOFER-FILE ASSIGN TO DEMOFER
000022                ORGANIZATION IS SEQUENTIAL.
000023       *
000024        DATA DIVISION.
000025        FILE SECTION.
000031        FD  REJEITA-FILE
000031            RECORDING MODE IS F.
000031        01  REJEITA-REC                 PIC X(80).
000031        FD  DEMOFER-FILE
000031            RECORDING MODE IS F.
000031        01  DEMOFER-REC                 PIC X(80).
000032        WORKING-STORAGE SECTION.
000033            EXEC SQL
000034                INCLUDE BOOKFUNC
000038            EXEC SQL
000038                INCLUDE BOOKADTO
000038            END-EXEC.
000038            EXEC SQL
000038                INCLUDE BOOKTRIB
000038            END-EXEC.
000038            EXEC SQL
000038                INCLUDE BOOKFPAG
000038            END-EXEC.
000039            EXEC SQL
000040                INCLUDE SQLCA
000041            END-EXEC.
000070                      AND F.STATUSFUN = 'A'
000071                    GROUP BY F.DEPTOFUN
000072                    ORDER BY F.DEPTOFUN
000072            END-EXEC.
000072            EXEC SQL
000072                DECLARE AFASFERIAS CURSOR FOR
000072                    SELECT P.CODFUN, P.INICIO-AQUISITIVO,
000072                           P.DIAS-GOZADOS
000072                        FROM EAD719.FERIAS_PERIODOS P,
000072                             EAD719.FUNCIONARIOS F
000072                    WHERE P.STATUS-PERIODO = 'A'
000072                      AND F.CODFUN = P.CODFUN
000072                      AND F.STATUSFUN = 'A'
000072                      AND EXISTS
000072                          (SELECT 1 FROM EAD719.AFASTAMENTOS A
000072                            WHERE A.CODFUN = P.CODFUN
000072                              AND A.TIPO IN ('D', 'A', 'S')
000072                              AND A.DT-INICIO <
000072                                  CHAR(DATE(P.INICIO-AQUISITIVO)
000072                                       + 1 YEAR, ISO)
000072                              AND (A.DT-RETORNO = ' '
000072                                   OR A.DT-RETORNO >
000072                                      P.INICIO-AQUISITIVO))
000072                    ORDER BY P.CODFUN, P.INICIO-AQUISITIVO
000072            END-EXEC.
000072            EXEC SQL
000072                DECLARE TRIBTEMP CURSOR FOR
000072                    SELECT TRIBUTO, FAIXA, LIMITE, ALIQUOTA, DEDUZIR
000072                        FROM EAD719.TABELA_TRIBUTOS
000072                    WHERE VIGENCIA = :TRB-VIGENCIA
000072                    ORDER BY TRIBUTO, FAIXA
000073            END-EXEC.
000074        77  WK-SQLCODE-EDIT         PIC -999        VALUE ZEROS.
000075        77  WK-EOF-SYSIN            PIC X           VALUE 'N'.
000097        77  WK-SALDO-DIAS          PIC S9(02)      VALUE ZEROS.
000098        77  WK-QTD-EDIT            PIC ZZ.ZZ9      VALUE ZEROS.
000099        77  WK-RESUMO-EDIT         PIC ZZ.ZZ9      VALUE ZEROS.
000099        77  WK-VALOR-EDIT          PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000099        77  WK-DIAS-EDIT           PIC Z9          VALUE ZEROS.
000100        77  WK-DEPTO-COBERTURA     PIC X(03)       VALUE SPACES.
000100       *
000100       * PAGAMENTO DE FERIAS (CARTAO F): SALARIO DOS DIAS
000100            05  WK-DET-CONTA          PIC X(08).
000100            05  WK-DET-DIGITO         PIC X(01).
000100            05  WK-DET-TIPO-CONTA     PIC X(01).
000100            05  WK-DET-CODESTAB       PIC X(02).
000100            05  WK-DET-COMPETENCIA    PIC X(07).
000100            05  FILLER                PIC X(06)     VALUE SPACES.
000100        01  WK-PAGFER-TRAILER.
000100            05  WK-TRL-TIPO           PIC X(01)     VALUE '9'.
000100            05  WK-TRL-QTD-DETALHES   PIC 9(06).
000100        77  WK-QTD-PAGAMENTOS      PIC 9(06)       VALUE ZEROS.
000100        77  WK-TOTAL-PAGAMENTOS    PIC S9(11)V99 COMP-3 VALUE ZEROS.
000100        77  WK-COMPETENCIA-ATUAL   PIC X(07)       VALUE SPACES.
000100        77  WK-CODESTAB-FUN        PIC X(02)       VALUE SPACES.
000100        77  WK-FUNC-ACHADO         PIC X           VALUE 'N'.
000100        77  WK-CONTA-ACHADA        PIC X           VALUE 'N'.
000100        77  WK-QTD-FERIAS-REJ      PIC 9(05)       VALUE ZEROS.
000100       *
000100       * RETENCOES SOBRE AS FERIAS PELA TABELA DE INSS/IRRF
000100       * VIGENTE NA DATA DO PAGAMENTO
000100        01  WK-TABELA-INSS.
000100            05  WK-QTD-FAIXAS-INSS    PIC 9(02)     VALUE ZEROS.
000100            05  WK-FAIXA-INSS OCCURS 10 TIMES.
000100                10  WK-INSS-LIMITE    PIC 9(06)V99.
000100                10  WK-INSS-ALIQUOTA  PIC 9(02)V99.
000100        01  WK-TABELA-IRRF.
000100            05  WK-QTD-FAIXAS-IRRF    PIC 9(02)     VALUE ZEROS.
000100            05  WK-FAIXA-IRRF OCCURS 10 TIMES.
000100                10  WK-IRRF-LIMITE    PIC 9(06)V99.
000100                10  WK-IRRF-ALIQUOTA  PIC 9(02)V99.
000100                10  WK-IRRF-DEDUZIR   PIC 9(06)V99.
000100        77  WK-IND-FAIXA           PIC 9(02) COMP  VALUE ZEROS.
000100        77  WK-FAIXA-ACHADA        PIC X           VALUE 'N'.
000100        77  WK-BASE-IRRF           PIC S9(7)V99 COMP-3 VALUE ZEROS.
000100        77  WK-VALOR-DEP-IRRF      PIC S9(6)V99 COMP-3 VALUE ZEROS.
000100        77  WK-QTD-DEPENDENTES     PIC S9(04) COMP VALUE ZEROS.
000100        77  WK-INSS-FERIAS         PIC S9(7)V99 COMP-3 VALUE ZEROS.
000100        77  WK-IRRF-FERIAS         PIC S9(7)V99 COMP-3 VALUE ZEROS.
000100        77  WK-LIQUIDO-FERIAS      PIC S9(7)V99 COMP-3 VALUE ZEROS.
000100        77  WK-DATA-REFERENCIA     PIC X(10)       VALUE SPACES.
000100        77  WK-VIGENCIA-CARREGADA  PIC X(10)       VALUE SPACES.
000100       *
000100       * AJUSTE DOS PERIODOS ABERTOS PELOS AFASTAMENTOS
000100        77  WK-DIAS-INSS           PIC S9(09) COMP VALUE ZEROS.
000100        77  WK-DIAS-SEM-REMUN      PIC S9(09) COMP VALUE ZEROS.
000100        77  WK-QTD-PERDIDOS        PIC 9(05)       VALUE ZEROS.
000100        77  WK-QTD-PRORROGADOS     PIC 9(05)       VALUE ZEROS.
000101       *
000102        PROCEDURE DIVISION.
000103        000-PRINCIPAL SECTION.
000115            OPEN OUTPUT RELFERIA-FILE.
000115            OPEN OUTPUT PAGFER-FILE.
000115            OPEN OUTPUT REJEITA-FILE.
000115            OPEN OUTPUT DEMOFER-FILE.
000116            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-ATUAL.
000116            STRING WK-ANO-ATUAL WK-MES-ATUAL WK-DIA-ATUAL
000116                DELIMITED BY SIZE INTO WK-HDR-DATA-GERACAO
000116                DELIMITED BY SIZE INTO WK-COMPETENCIA-ATUAL
000116            END-STRING.
000116            MOVE WK-COMPETENCIA-ATUAL TO WK-HDR-COMPETENCIA.
000116            STRING WK-ANO-ATUAL '-' WK-MES-ATUAL '-' WK-DIA-ATUAL
000116                DELIMITED BY SIZE INTO WK-DATA-REFERENCIA
000116            END-STRING.
000116            MOVE SPACES TO PAGFER-REC.
000116            MOVE WK-PAGFER-HEADER TO PAGFER-REC.
000116            WRITE PAGFER-REC.
000117            PERFORM 301-LER-TRANSACAO.
000117       *
000117       * TABELA DE INSS/IRRF VIGENTE NA DATA DE REFERENCIA: A
000117       * VERSAO DE EAD719.TABELA_TRIBUTOS COM A MAIOR VIGENCIA
000117       * ATE A DATA DO PAGAMENTO; CARREGADA NO PRIMEIRO CARTAO F
000117       * QUE GERA PAGAMENTO
000117        141-CARREGA-TABELA-TRIBUTOS.
000117            MOVE SPACES TO TRB-VIGENCIA.
000117            EXEC SQL
000117                SELECT COALESCE(MAX(VIGENCIA), ' ')
000117                    INTO :TRB-VIGENCIA
000117                    FROM EAD719.TABELA_TRIBUTOS
000117                    WHERE VIGENCIA <= :WK-DATA-REFERENCIA
000117            END-EXEC.
000117            IF SQLCODE NOT = 0
000117                MOVE SQLCODE TO WK-SQLCODE-EDIT
000117                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000117                        ' NA CONSULTA DA TABELA DE TRIBUTOS'
000117                MOVE 12 TO RETURN-CODE
000117                STOP RUN
000117            END-IF.
000117            IF TRB-VIGENCIA = SPACES
000117                DISPLAY 'NENHUMA TABELA DE INSS/IRRF VIGENTE EM '
000117                        WK-DATA-REFERENCIA '!'
000117                MOVE 12 TO RETURN-CODE
000117                STOP RUN
000117            END-IF.
000117            IF TRB-VIGENCIA = WK-VIGENCIA-CARREGADA
000117                EXIT PARAGRAPH
000117            END-IF.
000117            MOVE ZEROS TO WK-QTD-FAIXAS-INSS.
000117            MOVE ZEROS TO WK-QTD-FAIXAS-IRRF.
000117            MOVE ZEROS TO WK-VALOR-DEP-IRRF.
000117            EXEC SQL
000117                OPEN TRIBTEMP
000117            END-EXEC.
000117            EVALUATE SQLCODE
000117                WHEN 0
000117                    PERFORM 143-LER-TRIBTEMP
000117                    PERFORM 142-GUARDA-FAIXA UNTIL SQLCODE = 100
000117                WHEN 100
000117                    CONTINUE
000117                WHEN OTHER
000117                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000117                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000117                            ' NO COMANDO OPEN CURSOR TRIBTEMP'
000117                    MOVE 12 TO RETURN-CODE
000117                    STOP RUN
000117            END-EVALUATE.
000117            EXEC SQL
000117                CLOSE TRIBTEMP
000117            END-EXEC.
000117            IF WK-QTD-FAIXAS-INSS = 0 OR WK-QTD-FAIXAS-IRRF = 0
000117                DISPLAY 'TABELA DE INSS/IRRF DA VIGENCIA '
000117                        TRB-VIGENCIA ' INCOMPLETA!'
000117                MOVE 12 TO RETURN-CODE
000117                STOP RUN
000117            END-IF.
000117            MOVE TRB-VIGENCIA TO WK-VIGENCIA-CARREGADA.
000117       *
000117        142-GUARDA-FAIXA.
000117            EVALUATE TRB-TRIBUTO
000117                WHEN 'I'
000117                    IF WK-QTD-FAIXAS-INSS < 10
000117                        ADD 1 TO WK-QTD-FAIXAS-INSS
000117                        MOVE WK-QTD-FAIXAS-INSS TO WK-IND-FAIXA
000117                        MOVE TRB-LIMITE
000117                          TO WK-INSS-LIMITE(WK-IND-FAIXA)
000117                        MOVE TRB-ALIQUOTA
000117                          TO WK-INSS-ALIQUOTA(WK-IND-FAIXA)
000117                    END-IF
000117                WHEN 'R'
000117                    IF WK-QTD-FAIXAS-IRRF < 10
000117                        ADD 1 TO WK-QTD-FAIXAS-IRRF
000117                        MOVE WK-QTD-FAIXAS-IRRF TO WK-IND-FAIXA
000117                        MOVE TRB-LIMITE
000117                          TO WK-IRRF-LIMITE(WK-IND-FAIXA)
000117                        MOVE TRB-ALIQUOTA
000117                          TO WK-IRRF-ALIQUOTA(WK-IND-FAIXA)
000117                        MOVE TRB-DEDUZIR
000117                          TO WK-IRRF-DEDUZIR(WK-IND-FAIXA)
000117                    END-IF
000117                WHEN 'D'
000117                    MOVE TRB-DEDUZIR TO WK-VALOR-DEP-IRRF
000117            END-EVALUATE.
000117            PERFORM 143-LER-TRIBTEMP.
000117       *
000117        143-LER-TRIBTEMP.
000117            EXEC SQL
000117                FETCH TRIBTEMP
000117                  INTO :TRB-TRIBUTO,
000117                       :TRB-FAIXA,
000117                       :TRB-LIMITE,
000117                       :TRB-ALIQUOTA,
000117                       :TRB-DEDUZIR
000117            END-EXEC.
000117            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
000117                MOVE SQLCODE TO WK-SQLCODE-EDIT
000117                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000117                        ' NO COMANDO FETCH TRIBTEMP'
000117                MOVE 12 TO RETURN-CODE
000117                STOP RUN
000117            END-IF.
000118       *******************************************************
000119        200-PROCESSAR SECTION.
000120        201-PROCESSAR.
000149            EXEC SQL
000150                CLOSE ATIVOSTEMP
000151            END-EXEC.
000151            PERFORM 219-AJUSTA-AFASTAMENTOS.
000152       *
000153       * GERA O PERIODO AQUISITIVO CORRENTE E TAMBEM O ANTERIOR
000153       * (CUJO GOZO E O QUE PODE ESTAR PERTO DE VENCER NA
000266                PERFORM 215-GRAVA-REJEITADO-FERIAS
000266                EXIT PARAGRAPH
000266            END-IF.
000266            PERFORM 141-CARREGA-TABELA-TRIBUTOS.
000266            PERFORM 211-CALCULA-INSS-FERIAS.
000266            PERFORM 212-CALCULA-IRRF-FERIAS.
000266            COMPUTE WK-LIQUIDO-FERIAS =
000266                WK-VALOR-FERIAS - WK-INSS-FERIAS - WK-IRRF-FERIAS.
000266            MOVE FER-CODFUN        TO WK-DET-CODFUN.
000266            MOVE DB2-NOMEFUN-TEXT  TO WK-DET-NOMEFUN.
000266            MOVE DB2-DEPTOFUN      TO WK-DET-DEPTOFUN.
000266            MOVE WK-LIQUIDO-FERIAS TO WK-DET-VALOR.
000266            MOVE CTA-BANCO         TO WK-DET-BANCO.
000266            MOVE CTA-AGENCIA       TO WK-DET-AGENCIA.
000266            MOVE CTA-CONTA         TO WK-DET-CONTA.
000266            MOVE CTA-DIGITO        TO WK-DET-DIGITO.
000266            MOVE CTA-TIPO          TO WK-DET-TIPO-CONTA.
000266            MOVE WK-CODESTAB-FUN   TO WK-DET-CODESTAB.
000266            MOVE WK-COMPETENCIA-ATUAL TO WK-DET-COMPETENCIA.
000266            MOVE SPACES TO PAGFER-REC.
000266            MOVE WK-PAGFER-DETALHE TO PAGFER-REC.
000266            WRITE PAGFER-REC.
000266            ADD 1 TO WK-QTD-PAGAMENTOS.
000266            ADD WK-LIQUIDO-FERIAS TO WK-TOTAL-PAGAMENTOS.
000266            PERFORM 214-GRAVA-ADIANTAMENTO.
000266            PERFORM 218-GRAVA-FERIAS-PAGAS.
000266            PERFORM 230-IMPRIME-DEMONSTRATIVO.
000266       *
000266        210-BUSCA-FUNCIONARIO-FERIAS.
000266            MOVE 'N' TO WK-FUNC-ACHADO.
000266            MOVE SPACES TO DB2-NOMEFUN-TEXT.
000266            EXEC SQL
000266                SELECT F.NOMEFUN, F.DEPTOFUN, F.SALARIOFUN,
000266                       COALESCE(D.CODESTAB, ' ')
000266                    INTO :DB2-NOMEFUN, :DB2-DEPTOFUN,
000266                         :DB2-SALARIOFUN, :WK-CODESTAB-FUN
000266                    FROM EAD719.FUNCIONARIOS F
000266                         LEFT JOIN EAD719.DEPARTAMENTOS D
000266                            ON D.DEPTOFUN = F.DEPTOFUN
000266                    WHERE F.CODFUN = :FER-CODFUN
000266                      AND F.STATUSFUN = 'A'
000266            END-EXEC.
000266            EVALUATE SQLCODE
000266                WHEN 0
000266            WRITE REJEITA-REC.
000266            ADD 1 TO WK-QTD-FERIAS-REJ.
000266       *
000266       * O ADIANTAMENTO E O BRUTO (DIAS + 1/3): O INSS E O IRRF
000266       * RETIDOS AQUI SAO RECOLHIDOS NAS GUIAS DO EAD71945 E
000266       * NAO PODEM FICAR FORA DO DESCONTO NA FOLHA SEGUINTE
000266        214-GRAVA-ADIANTAMENTO.
000266            MOVE FER-CODFUN          TO ADT-CODFUN.
000266            MOVE 'F'                 TO ADT-TIPO.
000266                MOVE 12 TO RETURN-CODE
000266                STOP RUN
000266            END-IF.
000266       *
000266       * INSS E IRRF DAS FERIAS (DIAS + 1/3), NOS MOLDES DO
000266       * 211/221 DO EAD71925
000266        211-CALCULA-INSS-FERIAS.
000266            MOVE 'N'   TO WK-FAIXA-ACHADA.
000266            MOVE ZEROS TO WK-INSS-FERIAS.
000266            PERFORM VARYING WK-IND-FAIXA FROM 1 BY 1
000266                UNTIL WK-IND-FAIXA > WK-QTD-FAIXAS-INSS
000266                   OR WK-FAIXA-ACHADA = 'S'
000266                IF WK-VALOR-FERIAS <=
000266                   WK-INSS-LIMITE(WK-IND-FAIXA)
000266                    COMPUTE WK-INSS-FERIAS ROUNDED =
000266                        WK-VALOR-FERIAS *
000266                        WK-INSS-ALIQUOTA(WK-IND-FAIXA) / 100
000266                    MOVE 'S' TO WK-FAIXA-ACHADA
000266                END-IF
000266            END-PERFORM.
000266            IF WK-FAIXA-ACHADA NOT = 'S'
000266                MOVE WK-QTD-FAIXAS-INSS TO WK-IND-FAIXA
000266                COMPUTE WK-INSS-FERIAS ROUNDED =
000266                    WK-INSS-LIMITE(WK-IND-FAIXA) *
000266                    WK-INSS-ALIQUOTA(WK-IND-FAIXA) / 100
000266            END-IF.
000266       *
000266        212-CALCULA-IRRF-FERIAS.
000266            MOVE 'N'   TO WK-FAIXA-ACHADA.
000266            MOVE ZEROS TO WK-IRRF-FERIAS.
000266            COMPUTE WK-BASE-IRRF = WK-VALOR-FERIAS - WK-INSS-FERIAS.
000266            PERFORM 217-DEDUZ-DEPENDENTES.
000266            PERFORM VARYING WK-IND-FAIXA FROM 1 BY 1
000266                UNTIL WK-IND-FAIXA > WK-QTD-FAIXAS-IRRF
000266                   OR WK-FAIXA-ACHADA = 'S'
000266                IF WK-BASE-IRRF <=
000266                   WK-IRRF-LIMITE(WK-IND-FAIXA)
000266                    PERFORM 216-APLICA-FAIXA-IRRF
000266                    MOVE 'S' TO WK-FAIXA-ACHADA
000266                END-IF
000266            END-PERFORM.
000266            IF WK-FAIXA-ACHADA NOT = 'S'
000266                MOVE WK-QTD-FAIXAS-IRRF TO WK-IND-FAIXA
000266                PERFORM 216-APLICA-FAIXA-IRRF
000266            END-IF.
000266       *
000266        216-APLICA-FAIXA-IRRF.
000266            COMPUTE WK-IRRF-FERIAS ROUNDED =
000266                (WK-BASE-IRRF *
000266                 WK-IRRF-ALIQUOTA(WK-IND-FAIXA) / 100) -
000266                WK-IRRF-DEDUZIR(WK-IND-FAIXA).
000266            IF WK-IRRF-FERIAS < 0
000266                MOVE ZEROS TO WK-IRRF-FERIAS
000266            END-IF.
000266       *
000266        217-DEDUZ-DEPENDENTES.
000266            MOVE ZEROS TO WK-QTD-DEPENDENTES.
000266            EXEC SQL
000266                SELECT COUNT(*) INTO :WK-QTD-DEPENDENTES
000266                    FROM EAD719.DEPENDENTES
000266                    WHERE CODFUN = :FER-CODFUN
000266                      AND DEDUZ-IRRF = 'S'
000266                      AND STATUS = 'A'
000266            END-EXEC.
000266            IF SQLCODE = 0 AND WK-QTD-DEPENDENTES > 0
000266                COMPUTE WK-BASE-IRRF = WK-BASE-IRRF -
000266                    (WK-QTD-DEPENDENTES * WK-VALOR-DEP-IRRF)
000266            END-IF.
000266            IF WK-BASE-IRRF < 0
000266                MOVE ZEROS TO WK-BASE-IRRF
000266            END-IF.
000266       *
000266       * REGISTRO DO PAGAMENTO COM AS RETENCOES E A VIGENCIA DA
000266       * TABELA USADA
000266        218-GRAVA-FERIAS-PAGAS.
000266            MOVE FER-CODFUN            TO FPG-CODFUN.
000266            MOVE FER-INICIO-AQUISITIVO TO FPG-INICIO-AQUISITIVO.
000266            MOVE WK-COMPETENCIA-ATUAL  TO FPG-COMPETENCIA.
000266            MOVE WK-DIAS-ACCEPT        TO FPG-DIAS.
000266            MOVE WK-VALOR-DIAS         TO FPG-VALOR-DIAS.
000266            MOVE WK-TERCO-FERIAS       TO FPG-TERCO.
000266            MOVE WK-INSS-FERIAS        TO FPG-INSS.
000266            MOVE WK-IRRF-FERIAS        TO FPG-IRRF.
000266            MOVE WK-LIQUIDO-FERIAS     TO FPG-LIQUIDO.
000266            MOVE WK-VIGENCIA-CARREGADA TO FPG-VIGENCIA-TRIB.
000266            EXEC SQL
000266                INSERT INTO EAD719.FERIAS_PAGAMENTOS
000266                VALUES(:FPG-CODFUN,
000266                       :FPG-INICIO-AQUISITIVO,
000266                       :FPG-COMPETENCIA,
000266                       :FPG-DIAS,
000266                       :FPG-VALOR-DIAS,
000266                       :FPG-TERCO,
000266                       :FPG-INSS,
000266                       :FPG-IRRF,
000266                       :FPG-LIQUIDO,
000266                       :FPG-VIGENCIA-TRIB,
000266                       CURRENT TIMESTAMP)
000266            END-EXEC.
000266            IF SQLCODE NOT = 0
000266                MOVE SQLCODE TO WK-SQLCODE-EDIT
000266                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000266                        ' NO INSERT DO PAGAMENTO DE FERIAS'
000266                MOVE 12 TO RETURN-CODE
000266                STOP RUN
000266            END-IF.
000266       *
000266       * DEMONSTRATIVO DO PAGAMENTO; O TITULO LEVA A DATA DO
000266       * PAGAMENTO, A REFERENCIA DO DOCUMENTO NA DISTRIBUICAO
000266       * POR E-MAIL
000266        230-IMPRIME-DEMONSTRATIVO.
000266            MOVE SPACES TO DEMOFER-REC.
000266            STRING '========== DEMONSTRATIVO DE FERIAS '
000266                WK-DATA-REFERENCIA ' =========='
000266                DELIMITED BY SIZE INTO DEMOFER-REC
000266            END-STRING.
000266            WRITE DEMOFER-REC.
000266            MOVE SPACES TO DEMOFER-REC.
000266            STRING 'FUNCIONARIO: ' FER-CODFUN ' '
000266                DB2-NOMEFUN-TEXT(1:30) ' DEPTO: ' DB2-DEPTOFUN
000266                DELIMITED BY SIZE INTO DEMOFER-REC
000266            END-STRING.
000266            WRITE DEMOFER-REC.
000266            MOVE SPACES TO DEMOFER-REC.
000266            STRING 'PERIODO AQUISITIVO INICIADO EM '
000266                FER-INICIO-AQUISITIVO
000266                DELIMITED BY SIZE INTO DEMOFER-REC
000266            END-STRING.
000266            WRITE DEMOFER-REC.
000266            MOVE WK-DIAS-ACCEPT TO WK-DIAS-EDIT.
000266            MOVE SPACES TO DEMOFER-REC.
000266            STRING 'DIAS DE FERIAS ............ ' WK-DIAS-EDIT
000266                DELIMITED BY SIZE INTO DEMOFER-REC
000266            END-STRING.
000266            WRITE DEMOFER-REC.
000266            MOVE WK-VALOR-DIAS TO WK-VALOR-EDIT.
000266            MOVE SPACES TO DEMOFER-REC.
000266            STRING 'SALARIO DOS DIAS .......... ' WK-VALOR-EDIT
000266                DELIMITED BY SIZE INTO DEMOFER-REC
000266            END-STRING.
000266            WRITE DEMOFER-REC.
000266            MOVE WK-TERCO-FERIAS TO WK-VALOR-EDIT.
000266            MOVE SPACES TO DEMOFER-REC.
000266            STRING '1/3 CONSTITUCIONAL ........ ' WK-VALOR-EDIT
000266                DELIMITED BY SIZE INTO DEMOFER-REC
000266            END-STRING.
000266            WRITE DEMOFER-REC.
000266            MOVE WK-INSS-FERIAS TO WK-VALOR-EDIT.
000266            MOVE SPACES TO DEMOFER-REC.
000266            STRING 'DESCONTO INSS ............. ' WK-VALOR-EDIT
000266                DELIMITED BY SIZE INTO DEMOFER-REC
000266            END-STRING.
000266            WRITE DEMOFER-REC.
000266            MOVE WK-IRRF-FERIAS TO WK-VALOR-EDIT.
000266            MOVE SPACES TO DEMOFER-REC.
000266            STRING 'DESCONTO IRRF ............. ' WK-VALOR-EDIT
000266                DELIMITED BY SIZE INTO DEMOFER-REC
000266            END-STRING.
000266            WRITE DEMOFER-REC.
000266            MOVE WK-LIQUIDO-FERIAS TO WK-VALOR-EDIT.
000266            MOVE SPACES TO DEMOFER-REC.
000266            STRING 'LIQUIDO DAS FERIAS ........ ' WK-VALOR-EDIT
000266                DELIMITED BY SIZE INTO DEMOFER-REC
000266            END-STRING.
000266            WRITE DEMOFER-REC.
000266            MOVE SPACES TO DEMOFER-REC.
000266            STRING 'VALOR ADIANTADO, DESCONTADO NA FOLHA SEGUINTE'
000266                DELIMITED BY SIZE INTO DEMOFER-REC
000266            END-STRING.
000266            WRITE DEMOFER-REC.
000266            MOVE SPACES TO DEMOFER-REC.
000266            WRITE DEMOFER-REC.
000266       *
000266       * PERIODOS ABERTOS COM AFASTAMENTO DENTRO DO ANO
000266       * AQUISITIVO. O AJUSTE E SEMPRE REFEITO A PARTIR DO
000266       * INICIO-AQUISITIVO, ENTAO REPETIR O CARTAO G NAO SOMA
000266       * A PRORROGACAO DUAS VEZES
000266        219-AJUSTA-AFASTAMENTOS.
000266            EXEC SQL
000266                OPEN AFASFERIAS
000266            END-EXEC.
000266            EVALUATE SQLCODE
000266                WHEN 0
000266                    PERFORM 341-LER-AFASFERIAS
000266                    PERFORM 220-AJUSTA-UM-PERIODO
000266                        UNTIL SQLCODE = 100
000266                WHEN 100
000266                    CONTINUE
000266                WHEN OTHER
000266                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000266                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000266                            ' NO COMANDO OPEN CURSOR AFASFERIAS'
000266                    MOVE 12 TO RETURN-CODE
000266                    STOP RUN
000266            END-EVALUATE.
000266            EXEC SQL
000266                CLOSE AFASFERIAS
000266            END-EXEC.
000266       *
000266       * DIAS PAGOS PELO INSS (DOENCA/ACIDENTE DO 16O DIA EM
000266       * DIANTE) E DIAS DE LICENCA SEM REMUNERACAO DENTRO DO
000266       * ANO AQUISITIVO ORIGINAL; AFASTAMENTO AINDA ABERTO
000266       * CONTA ATE HOJE
000266        220-AJUSTA-UM-PERIODO.
000266            EXEC SQL
000266                SELECT COALESCE(SUM(CASE WHEN X.TIPO = 'S' THEN 0
000266                       ELSE DAYS(CASE WHEN X.FIM < X.LIM
000266                                      THEN X.FIM ELSE X.LIM END) -
000266                            DAYS(CASE WHEN X.INI > X.BASE
000266                                      THEN X.INI ELSE X.BASE END)
000266                            + 1 END), 0),
000266                       COALESCE(SUM(CASE WHEN X.TIPO <> 'S' THEN 0
000266                       ELSE DAYS(CASE WHEN X.FIM < X.LIM
000266                                      THEN X.FIM ELSE X.LIM END) -
000266                            DAYS(CASE WHEN X.INI > X.BASE
000266                                      THEN X.INI ELSE X.BASE END)
000266                            + 1 END), 0)
000266                    INTO :WK-DIAS-INSS, :WK-DIAS-SEM-REMUN
000266                    FROM (SELECT TIPO,
000266                                 CASE WHEN TIPO = 'S'
000266                                      THEN DATE(DT-INICIO)
000266                                      ELSE DATE(DT-INICIO) + 15 DAYS
000266                                 END AS INI,
000266                                 CASE WHEN DT-RETORNO = ' '
000266                                      THEN CURRENT DATE
000266                                      ELSE DATE(DT-RETORNO) - 1 DAY
000266                                 END AS FIM,
000266                                 DATE(:FER-INICIO-AQUISITIVO)
000266                                      AS BASE,
000266                                 DATE(:FER-INICIO-AQUISITIVO)
000266                                      + 1 YEAR - 1 DAY AS LIM
000266                            FROM EAD719.AFASTAMENTOS
000266                           WHERE CODFUN = :FER-CODFUN
000266                             AND TIPO IN ('D', 'A', 'S')) AS X
000266                   WHERE X.INI <= X.LIM
000266                     AND X.FIM >= X.BASE
000266            END-EXEC.
000266            IF SQLCODE NOT = 0
000266                MOVE SQLCODE TO WK-SQLCODE-EDIT
000266                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000266                        ' NA CONTAGEM DOS DIAS AFASTADOS'
000266                MOVE 12 TO RETURN-CODE
000266                STOP RUN
000266            END-IF.
000266            IF WK-DIAS-INSS > 180 AND FER-DIAS-GOZADOS = 0
000266                PERFORM 221-PERDE-PERIODO
000266            ELSE
000266                IF WK-DIAS-SEM-REMUN > 0
000266                    PERFORM 222-PRORROGA-PERIODO
000266                END-IF
000266            END-IF.
000266            PERFORM 341-LER-AFASFERIAS.
000266       *
000266        221-PERDE-PERIODO.
000266            EXEC SQL
000266                UPDATE EAD719.FERIAS_PERIODOS
000266                    SET STATUS-PERIODO = 'P',
000266                        DIAS-DIREITO = 0
000266                    WHERE CODFUN = :FER-CODFUN
000266                      AND INICIO-AQUISITIVO =
000266                          :FER-INICIO-AQUISITIVO
000266                      AND STATUS-PERIODO = 'A'
000266            END-EXEC.
000266            IF SQLCODE NOT = 0
000266                MOVE SQLCODE TO WK-SQLCODE-EDIT
000266                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000266                        ' NA PERDA DO PERIODO DE FERIAS'
000266                MOVE 12 TO RETURN-CODE
000266                STOP RUN
000266            END-IF.
000266            DISPLAY 'PERIODO ' FER-INICIO-AQUISITIVO ' DO '
000266                    'FUNCIONARIO ' FER-CODFUN ' PERDIDO POR '
000266                    'AFASTAMENTO PELO INSS'.
000266            ADD 1 TO WK-QTD-PERDIDOS.
000266       *
000266        222-PRORROGA-PERIODO.
000266            EXEC SQL
000266                UPDATE EAD719.FERIAS_PERIODOS
000266                    SET FIM-AQUISITIVO =
000266                        CHAR(DATE(INICIO-AQUISITIVO) + 1 YEAR
000266                             + :WK-DIAS-SEM-REMUN DAYS, ISO),
000266                        LIMITE-GOZO =
000266                        CHAR(DATE(INICIO-AQUISITIVO) + 2 YEARS
000266                             + :WK-DIAS-SEM-REMUN DAYS, ISO)
000266                    WHERE CODFUN = :FER-CODFUN
000266                      AND INICIO-AQUISITIVO =
000266                          :FER-INICIO-AQUISITIVO
000266                      AND STATUS-PERIODO = 'A'
000266            END-EXEC.
000266            IF SQLCODE NOT = 0
000266                MOVE SQLCODE TO WK-SQLCODE-EDIT
000266                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000266                        ' NA PRORROGACAO DO PERIODO DE FERIAS'
000266                MOVE 12 TO RETURN-CODE
000266                STOP RUN
000266            END-IF.
000266            ADD 1 TO WK-QTD-PRORROGADOS.
000267       *******************************************************
000268        300-LER-TRANSACAO SECTION.
000269        301-LER-TRANSACAO.
000285                MOVE 12 TO RETURN-CODE
000286                STOP RUN
000287            END-IF.
000287       *
000287        341-LER-AFASFERIAS.
000287            EXEC SQL
000287                FETCH AFASFERIAS
000287                  INTO :FER-CODFUN,
000287                       :FER-INICIO-AQUISITIVO,
000287                       :FER-DIAS-GOZADOS
000287            END-EXEC.
000287            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
000287                MOVE SQLCODE TO WK-SQLCODE-EDIT
000287                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000287                        ' NO COMANDO FETCH AFASFERIAS'
000287                MOVE 12 TO RETURN-CODE
000287                STOP RUN
000287            END-IF.
000288       *******************************************************
000289        400-RELATORIO-VENCENDO SECTION.
000290        401-RELATORIO-VENCENDO.
000415            WRITE PAGFER-REC.
000415            CLOSE PAGFER-FILE.
000415            CLOSE REJEITA-FILE.
000415            CLOSE DEMOFER-FILE.
000416            EXEC SQL
000417                COMMIT
000418            END-EXEC.
000423            DISPLAY 'PERIODOS GERADOS      : ' WK-RESUMO-EDIT.
000424            MOVE WK-QTD-JA-EXISTIAM TO WK-RESUMO-EDIT.
000425            DISPLAY 'PERIODOS JA EXISTENTES: ' WK-RESUMO-EDIT.
000425            MOVE WK-QTD-PERDIDOS TO WK-RESUMO-EDIT.
000425            DISPLAY 'PERDIDOS (AFASTAMENTO): ' WK-RESUMO-EDIT.
000425            MOVE WK-QTD-PRORROGADOS TO WK-RESUMO-EDIT.
000425            DISPLAY 'PRORROGADOS (LICENCA) : ' WK-RESUMO-EDIT.
000426            MOVE WK-QTD-GOZO-OK TO WK-RESUMO-EDIT.
000427            DISPLAY 'GOZOS REGISTRADOS     : ' WK-RESUMO-EDIT.
000428            MOVE WK-QTD-GOZO-REJ TO WK-RESUMO-EDIT.
000431            DISPLAY 'PAGAMENTOS DE FERIAS  : ' WK-RESUMO-EDIT.
000431            MOVE WK-QTD-FERIAS-REJ TO WK-RESUMO-EDIT.
000431            DISPLAY 'FERIAS SEM CONTA      : ' WK-RESUMO-EDIT.
000431            IF WK-VIGENCIA-CARREGADA NOT = SPACES
000431                DISPLAY 'VIGENCIA INSS/IRRF    : '
000431                        WK-VIGENCIA-CARREGADA
000431            END-IF.
000432            DISPLAY '*********************************************'.
