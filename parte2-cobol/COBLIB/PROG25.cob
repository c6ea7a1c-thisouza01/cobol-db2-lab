000005       * CALCULO MENSAL DA FOLHA LIQUIDA (INSS/IRRF) COM       *
000006       * GRAVACAO EM EAD719.FOLHA_MENSAL E EMISSAO DE          *
000007       * CONTRACHEQUES EM ARQUIVO DE SAIDA                     *
000008       * TABELA DE INSS/IRRF DA VIGENCIA DA COMPETENCIA LIDA   *
000008       * DE EAD719.TABELA_TRIBUTOS (MANUTENCAO NO EAD71952)    *
000008       * MOVIMENTO MENSAL DE RUBRICAS (PROVENTOS E DESCONTOS   *
000008       * VARIAVEIS POR FUNCIONARIO) CONSOLIDADO ANTES DAS      *
000008       * BASES DE INSS/IRRF E ITEMIZADO NO CONTRACHEQUE        *
000008       * SALARIO FIXO PROPORCIONAL AOS DIAS PAGOS PELA EMPRESA *
000008       * (DOENCA/ACIDENTE A PARTIR DO 16O DIA E LICENCA SEM    *
000008       * REMUNERACAO DE EAD719.AFASTAMENTOS NAO SAO PAGOS)     *
000008       * PARCELA DOS CONSIGNADOS ATIVOS (EAD719.EMPRESTIMOS)   *
000008       * DESCONTADA E BAIXADA EM EAD719.EMPRESTIMOS_PARCELAS   *
000008       * PARTE DO FUNCIONARIO NO PLANO DE SAUDE (TITULAR E     *
000008       * DEPENDENTES COM ADESAO EM VIGOR NO MES)               *
000008       * ESTABELECIMENTO (CNPJ) DO DEPARTAMENTO GRAVADO NA     *
000008       * LINHA DA FOLHA PARA AS SAIDAS POR ESTABELECIMENTO     *
000008       * SALARIO-FAMILIA POR FILHO MENOR DE 14 ANOS QUANDO O   *
000008       * BRUTO NAO PASSA DO TETO (TETO E COTA DA VIGENCIA EM   *
000008       * EAD719.TABELA_TRIBUTOS), FORA DO BRUTO E DAS BASES    *
000008       * DE INSS/IRRF E SOMADO AO LIQUIDO                      *
000009       *********************************************************
000010       *
000011        ENVIRONMENT DIVISION.
000033            END-EXEC.
000034            EXEC SQL
000035                INCLUDE BOOKFOLH
000035            END-EXEC.
000035            EXEC SQL
000035                INCLUDE BOOKDEPT
000036            END-EXEC.
000036            EXEC SQL
000036                INCLUDE BOOKCOMP
000036            EXEC SQL
000036                INCLUDE BOOKADTO
000036            END-EXEC.
000036            EXEC SQL
000036                INCLUDE BOOKTRIB
000036            END-EXEC.
000037            EXEC SQL
000038                INCLUDE SQLCA
000039            END-EXEC.
000042                    SELECT * FROM EAD719.FUNCIONARIOS
000043                    WHERE STATUSFUN = 'A'
000044                    ORDER BY DEPTOFUN, CODFUN
000044            END-EXEC.
000044            EXEC SQL
000044                DECLARE TRIBTEMP CURSOR FOR
000044                    SELECT TRIBUTO, FAIXA, LIMITE, ALIQUOTA, DEDUZIR
000044                        FROM EAD719.TABELA_TRIBUTOS
000044                    WHERE VIGENCIA = :TRB-VIGENCIA
000044                    ORDER BY TRIBUTO, FAIXA
000045            END-EXEC.
000046        77  WK-INDICATOR-EMAIL      PIC S9(04) COMP VALUE ZEROS.
000047        77  WK-SQLCODE-EDIT         PIC -999        VALUE ZEROS.
000049        77  WK-INTERVALO-COMMIT     PIC 9(04)       VALUE 0100.
000050        77  WK-CONTADOR-CHECKPOINT  PIC 9(04)       VALUE ZEROS.
000051       *
000052       * CARTAO DE PARAMETRO: 'C' COMPETENCIA. AS FAIXAS DE INSS
000052       * E IRRF E A DEDUCAO POR DEPENDENTE VEM DA VERSAO DE
000052       * EAD719.TABELA_TRIBUTOS VIGENTE NA COMPETENCIA
000054        01  WK-PARM-ACCEPT.
000055            05  WK-PARM-TIPO          PIC X(01)     VALUE SPACES.
000056            05  WK-PARM-CORPO         PIC X(20)     VALUE SPACES.
000058            05  FILLER                PIC X(01).
000059            05  WK-PARM-COMPETENCIA   PIC X(07).
000060            05  FILLER                PIC X(13).
000062        77  WK-COMPETENCIA          PIC X(07)       VALUE SPACES.
000062        77  WK-DATA-REFERENCIA      PIC X(10)       VALUE SPACES.
000062        77  WK-VIGENCIA-CARREGADA   PIC X(10)       VALUE SPACES.
000063        01  WK-TABELA-INSS.
000064            05  WK-QTD-FAIXAS-INSS    PIC 9(02)     VALUE ZEROS.
000065            05  WK-FAIXA-INSS OCCURS 10 TIMES.
000076        77  WK-BASE-IRRF            PIC S9(6)V99 COMP-3 VALUE ZEROS.
000076        77  WK-VALOR-DEP-IRRF       PIC S9(6)V99 COMP-3 VALUE ZEROS.
000076        77  WK-QTD-DEPENDENTES      PIC S9(04) COMP VALUE ZEROS.
000076       *
000076       * SALARIO-FAMILIA (TRIBUTO 'F'): SEM LINHA NA VIGENCIA, A
000076       * COTA FICA ZERO E O BENEFICIO NAO E PAGO
000076        77  WK-TETO-SALFAM          PIC S9(6)V99 COMP-3 VALUE ZEROS.
000076        77  WK-COTA-SALFAM          PIC S9(6)V99 COMP-3 VALUE ZEROS.
000076        77  WK-IDADE-SALFAM         PIC S9(04) COMP VALUE +14.
000076        77  WK-QTD-FILHOS-SALFAM    PIC S9(04) COMP VALUE ZEROS.
000076        77  WK-QTD-SALFAM           PIC 9(05)       VALUE ZEROS.
000076        77  WK-TOTAL-SALFAM         PIC S9(9)V99 COMP-3 VALUE ZEROS.
000076        77  WK-FILHOS-EDIT          PIC Z9          VALUE ZEROS.
000077       *
000077       * MOVIMENTO MENSAL DE RUBRICAS: UM CARTAO POR LANCAMENTO
000077       * (CODFUN, RUBRICA, TIPO P=PROVENTO D=DESCONTO, VALOR,
000077            05  WK-MOV-DESCR-ACC      PIC X(20)     VALUE SPACES.
000077        01  WK-TABELA-MOVIMENTOS.
000077            05  WK-QTD-MOVIMENTOS     PIC 9(04)     VALUE ZEROS.
000077            05  WK-MOVIMENTO OCCURS 5000 TIMES.
000077                10  WK-MOV-CODFUN     PIC X(04).
000077                10  WK-MOV-RUBRICA    PIC X(04).
000077                10  WK-MOV-TIPO       PIC X(01).
000077       *
000077        77  WK-PROCESSO-PREREQ      PIC X(08)       VALUE SPACES.
000077        77  WK-TOT-ADIANTAMENTOS    PIC S9(7)V99 COMP-3 VALUE ZEROS.
000077        77  WK-TOT-CONSIGNADO       PIC S9(6)V99 COMP-3 VALUE ZEROS.
000077        77  WK-QTD-CONSIGNADOS      PIC 9(05)       VALUE ZEROS.
000077        77  WK-TOT-PLANO-SAUDE      PIC S9(6)V99 COMP-3 VALUE ZEROS.
000077        77  WK-QTD-PLANO-SAUDE      PIC 9(05)       VALUE ZEROS.
000077       *
000077       * ESTABELECIMENTO DO DEPARTAMENTO (O CURSOR VEM POR DEPTO)
000077        77  WK-DEPTO-ESTAB          PIC X(03)       VALUE HIGH-VALUES.
000077        77  WK-QTD-SEM-ESTAB        PIC 9(05)       VALUE ZEROS.
000077       *
000077       * DIAS DO MES SEM SALARIO PELA EMPRESA (AFASTAMENTOS)
000077        77  WK-INICIO-MES           PIC X(10)       VALUE SPACES.
000077        77  WK-FIM-MES              PIC X(10)       VALUE SPACES.
000077        77  WK-DIAS-NO-MES          PIC S9(04) COMP VALUE ZEROS.
000077        77  WK-DIAS-AFASTADO        PIC S9(09) COMP VALUE ZEROS.
000077        77  WK-DIAS-PAGOS           PIC S9(04) COMP VALUE ZEROS.
000077        77  WK-SALARIO-MES          PIC S9(6)V99 COMP-3 VALUE ZEROS.
000077        77  WK-DIAS-EDIT            PIC Z9          VALUE ZEROS.
000077        77  WK-QTD-AFASTADOS        PIC 9(05)       VALUE ZEROS.
000077       *
000078        77  WK-QTD-CALCULADOS       PIC 9(05)       VALUE ZEROS.
000079        77  WK-QTD-REJEITADOS       PIC 9(05)       VALUE ZEROS.
000101                MOVE 12 TO RETURN-CODE
000102                STOP RUN
000103            END-IF.
000108            PERFORM 131-VALIDA-COMPETENCIA.
000108            STRING WK-COMPETENCIA '-31'
000108                DELIMITED BY SIZE INTO WK-DATA-REFERENCIA
000108            END-STRING.
000108            PERFORM 141-CARREGA-TABELA-TRIBUTOS.
000108            PERFORM 151-CALCULA-LIMITES-MES.
000108            MOVE 'EAD71925' TO CPR-PROCESSO.
000108            MOVE WK-COMPETENCIA TO CPR-COMPETENCIA.
000108            MOVE 'EAD71928' TO WK-PROCESSO-PREREQ.
000134                WHEN 'C'
000135                    MOVE WK-PARM-COMPETENCIA TO WK-COMPETENCIA
000136                WHEN 'I'
000136                WHEN 'R'
000136                WHEN 'D'
000136                    DISPLAY 'CARTAO ' WK-PARM-TIPO ' IGNORADO - AS'
000136                            ' FAIXAS VEM DE EAD719.TABELA_TRIBUTOS'
000156                WHEN OTHER
000157                    DISPLAY 'CARTAO DE PARAMETRO ' WK-PARM-TIPO
000158                            ' INVALIDO!'
000159                ADD 1 TO WK-QTD-MOV-INVALIDOS
000159                EXIT PARAGRAPH
000159            END-IF.
000159            IF WK-QTD-MOVIMENTOS >= 5000
000159                DISPLAY 'TABELA DE MOVIMENTOS CHEIA!'
000159                MOVE 12 TO RETURN-CODE
000159                STOP RUN
000159                    MOVE 12 TO RETURN-CODE
000159                    STOP RUN
000159            END-EVALUATE.
000159       *
000159       * TABELA DE INSS/IRRF VIGENTE NA DATA DE REFERENCIA: A
000159       * VERSAO DE EAD719.TABELA_TRIBUTOS COM A MAIOR VIGENCIA
000159       * ATE A DATA. VERSAO JA USADA NAO MUDA MAIS (EAD71952), E
000159       * O RECALCULO DE UMA COMPETENCIA REABERTA PEGA A MESMA
000159        141-CARREGA-TABELA-TRIBUTOS.
000159            MOVE SPACES TO TRB-VIGENCIA.
000159            EXEC SQL
000159                SELECT COALESCE(MAX(VIGENCIA), ' ')
000159                    INTO :TRB-VIGENCIA
000159                    FROM EAD719.TABELA_TRIBUTOS
000159                    WHERE VIGENCIA <= :WK-DATA-REFERENCIA
000159            END-EXEC.
000159            IF SQLCODE NOT = 0
000159                MOVE SQLCODE TO WK-SQLCODE-EDIT
000159                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000159                        ' NA CONSULTA DA TABELA DE TRIBUTOS'
000159                MOVE 12 TO RETURN-CODE
000159                STOP RUN
000159            END-IF.
000159            IF TRB-VIGENCIA = SPACES
000159                DISPLAY 'NENHUMA TABELA DE INSS/IRRF VIGENTE EM '
000159                        WK-DATA-REFERENCIA '!'
000159                MOVE 12 TO RETURN-CODE
000159                STOP RUN
000159            END-IF.
000159            IF TRB-VIGENCIA = WK-VIGENCIA-CARREGADA
000159                EXIT PARAGRAPH
000159            END-IF.
000159            MOVE ZEROS TO WK-QTD-FAIXAS-INSS.
000159            MOVE ZEROS TO WK-QTD-FAIXAS-IRRF.
000159            MOVE ZEROS TO WK-VALOR-DEP-IRRF.
000159            MOVE ZEROS TO WK-TETO-SALFAM.
000159            MOVE ZEROS TO WK-COTA-SALFAM.
000159            EXEC SQL
000159                OPEN TRIBTEMP
000159            END-EXEC.
000159            EVALUATE SQLCODE
000159                WHEN 0
000159                    PERFORM 143-LER-TRIBTEMP
000159                    PERFORM 142-GUARDA-FAIXA UNTIL SQLCODE = 100
000159                WHEN 100
000159                    CONTINUE
000159                WHEN OTHER
000159                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000159                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000159                            ' NO COMANDO OPEN CURSOR TRIBTEMP'
000159                    MOVE 12 TO RETURN-CODE
000159                    STOP RUN
000159            END-EVALUATE.
000159            EXEC SQL
000159                CLOSE TRIBTEMP
000159            END-EXEC.
000159            IF WK-QTD-FAIXAS-INSS = 0 OR WK-QTD-FAIXAS-IRRF = 0
000159                DISPLAY 'TABELA DE INSS/IRRF DA VIGENCIA '
000159                        TRB-VIGENCIA ' INCOMPLETA!'
000159                MOVE 12 TO RETURN-CODE
000159                STOP RUN
000159            END-IF.
000159            MOVE TRB-VIGENCIA TO WK-VIGENCIA-CARREGADA.
000159            DISPLAY 'TABELA DE INSS/IRRF: VIGENCIA '
000159                    WK-VIGENCIA-CARREGADA.
000159       *
000159        142-GUARDA-FAIXA.
000159            EVALUATE TRB-TRIBUTO
000159                WHEN 'I'
000159                    IF WK-QTD-FAIXAS-INSS < 10
000159                        ADD 1 TO WK-QTD-FAIXAS-INSS
000159                        MOVE WK-QTD-FAIXAS-INSS TO WK-IND-FAIXA
000159                        MOVE TRB-LIMITE
000159                          TO WK-INSS-LIMITE(WK-IND-FAIXA)
000159                        MOVE TRB-ALIQUOTA
000159                          TO WK-INSS-ALIQUOTA(WK-IND-FAIXA)
000159                    END-IF
000159                WHEN 'R'
000159                    IF WK-QTD-FAIXAS-IRRF < 10
000159                        ADD 1 TO WK-QTD-FAIXAS-IRRF
000159                        MOVE WK-QTD-FAIXAS-IRRF TO WK-IND-FAIXA
000159                        MOVE TRB-LIMITE
000159                          TO WK-IRRF-LIMITE(WK-IND-FAIXA)
000159                        MOVE TRB-ALIQUOTA
000159                          TO WK-IRRF-ALIQUOTA(WK-IND-FAIXA)
000159                        MOVE TRB-DEDUZIR
000159                          TO WK-IRRF-DEDUZIR(WK-IND-FAIXA)
000159                    END-IF
000159                WHEN 'D'
000159                    MOVE TRB-DEDUZIR TO WK-VALOR-DEP-IRRF
000159                WHEN 'F'
000159                    MOVE TRB-LIMITE  TO WK-TETO-SALFAM
000159                    MOVE TRB-DEDUZIR TO WK-COTA-SALFAM
000159            END-EVALUATE.
000159            PERFORM 143-LER-TRIBTEMP.
000159       *
000159        143-LER-TRIBTEMP.
000159            EXEC SQL
000159                FETCH TRIBTEMP
000159                  INTO :TRB-TRIBUTO,
000159                       :TRB-FAIXA,
000159                       :TRB-LIMITE,
000159                       :TRB-ALIQUOTA,
000159                       :TRB-DEDUZIR
000159            END-EXEC.
000159            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
000159                MOVE SQLCODE TO WK-SQLCODE-EDIT
000159                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000159                        ' NO COMANDO FETCH TRIBTEMP'
000159                MOVE 12 TO RETURN-CODE
000159                STOP RUN
000159            END-IF.
000159       *
000159       * PRIMEIRO E ULTIMO DIA DA COMPETENCIA, PARA CONTAR OS DIAS
000159       * DE AFASTAMENTO DENTRO DO MES
000159        151-CALCULA-LIMITES-MES.
000159            STRING WK-COMPETENCIA '-01'
000159                DELIMITED BY SIZE INTO WK-INICIO-MES
000159            END-STRING.
000159            EXEC SQL
000159                SELECT CHAR(DATE(:WK-INICIO-MES) + 1 MONTH - 1 DAY,
000159                            ISO),
000159                       DAY(DATE(:WK-INICIO-MES) + 1 MONTH - 1 DAY)
000159                    INTO :WK-FIM-MES, :WK-DIAS-NO-MES
000159                    FROM SYSIBM.SYSDUMMY1
000159            END-EXEC.
000159            IF SQLCODE NOT = 0
000159                MOVE SQLCODE TO WK-SQLCODE-EDIT
000159                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000159                        ' NO CALCULO DOS LIMITES DA COMPETENCIA'
000159                MOVE 12 TO RETURN-CODE
000159                STOP RUN
000159            END-IF.
000160       *******************************************************
000161        200-PROCESSAR SECTION.
000162        201-PROCESSAR.
000163            MOVE DB2-CODFUN     TO FOL-CODFUN.
000164            MOVE WK-COMPETENCIA TO FOL-COMPETENCIA.
000165            MOVE DB2-DEPTOFUN   TO FOL-DEPTOFUN.
000165            PERFORM 247-BUSCA-ESTABELECIMENTO.
000165            MOVE DEP-CODESTAB   TO FOL-CODESTAB.
000165            IF FOL-CODESTAB = SPACES
000165                ADD 1 TO WK-QTD-SEM-ESTAB
000165            END-IF.
000166            PERFORM 231-CONSOLIDA-RUBRICAS.
000166            PERFORM 241-BUSCA-ADIANTAMENTOS.
000166            PERFORM 243-BUSCA-CONSIGNADOS.
000166            PERFORM 245-BUSCA-PLANO-SAUDE.
000166            PERFORM 251-PROPORCIONALIZA-SALARIO.
000166            COMPUTE FOL-SALARIO-BRUTO =
000166                WK-SALARIO-MES + WK-TOT-PROVENTOS.
000166            MOVE WK-TOT-PROVENTOS TO FOL-TOTAL-PROVENTOS.
000166            COMPUTE FOL-TOTAL-DESCONTOS =
000166                WK-TOT-DESCONTOS + WK-TOT-ADIANTAMENTOS
000166                + WK-TOT-CONSIGNADO + WK-TOT-PLANO-SAUDE.
000167            PERFORM 211-CALCULA-INSS.
000168            PERFORM 221-CALCULA-IRRF.
000168            PERFORM 253-CALCULA-SALARIO-FAMILIA.
000169            COMPUTE FOL-LIQUIDO =
000170                FOL-SALARIO-BRUTO - FOL-TOTAL-DESCONTOS
000170                - FOL-INSS - FOL-IRRF + FOL-SALARIO-FAMILIA.
000171            EXEC SQL
000172                INSERT INTO EAD719.FOLHA_MENSAL
000173                VALUES(:FOL-CODFUN,
000176                       :FOL-TOTAL-DESCONTOS,
000177                       :FOL-INSS,
000178                       :FOL-IRRF,
000179                       :FOL-LIQUIDO,
000179                       :FOL-CODESTAB,
000179                       :FOL-SALARIO-FAMILIA)
000180            END-EXEC.
000181            EVALUATE SQLCODE
000182                WHEN 0
000183                    ADD 1 TO WK-QTD-CALCULADOS
000184                    ADD FOL-LIQUIDO TO WK-TOTAL-LIQUIDO
000184                    IF FOL-SALARIO-FAMILIA > 0
000184                        ADD 1 TO WK-QTD-SALFAM
000184                        ADD FOL-SALARIO-FAMILIA TO WK-TOTAL-SALFAM
000184                    END-IF
000184                    PERFORM 242-LIQUIDA-ADIANTAMENTOS
000184                    PERFORM 244-BAIXA-CONSIGNADOS
000185                    PERFORM 401-IMPRIME-CONTRACHEQUE
000186                    ADD 1 TO WK-CONTADOR-CHECKPOINT
000187                    IF WK-CONTADOR-CHECKPOINT >= WK-INTERVALO-COMMIT
000252                MOVE 12 TO RETURN-CODE
000252                STOP RUN
000252            END-IF.
000252       *
000252       * CONSIGNADOS: UMA PARCELA DE CADA CONTRATO ATIVO JA
000252       * INICIADO E COM PARCELAS A PAGAR, SE AINDA NAO BAIXADA
000252       * NESTA COMPETENCIA. A BAIXA (HISTORICO DA PARCELA PARA
000252       * O REPASSE DO EAD71959 + PARCELAS-PAGAS, QUITANDO O
000252       * CONTRATO NA ULTIMA) SO ACONTECE APOS O INSERT DA FOLHA
000252        243-BUSCA-CONSIGNADOS.
000252            MOVE ZEROS TO WK-TOT-CONSIGNADO.
000252            EXEC SQL
000252                SELECT COALESCE(SUM(E.VALOR-PARCELA), 0)
000252                    INTO :WK-TOT-CONSIGNADO
000252                    FROM EAD719.EMPRESTIMOS E
000252                    WHERE E.CODFUN = :DB2-CODFUN
000252                      AND E.STATUS = 'A'
000252                      AND E.COMP-INICIO <= :WK-COMPETENCIA
000252                      AND E.PARCELAS-PAGAS < E.QTD-PARCELAS
000252                      AND NOT EXISTS
000252                          (SELECT 1
000252                               FROM EAD719.EMPRESTIMOS_PARCELAS P
000252                           WHERE P.CODFUN = E.CODFUN
000252                             AND P.CONTRATO = E.CONTRATO
000252                             AND P.COMPETENCIA = :WK-COMPETENCIA
000252                             AND P.ORIGEM = 'F')
000252            END-EXEC.
000252            IF SQLCODE NOT = 0
000252                MOVE SQLCODE TO WK-SQLCODE-EDIT
000252                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000252                        ' NO SELECT DOS CONSIGNADOS'
000252                MOVE 12 TO RETURN-CODE
000252                STOP RUN
000252            END-IF.
000252       *
000252        244-BAIXA-CONSIGNADOS.
000252            IF WK-TOT-CONSIGNADO NOT > 0
000252                EXIT PARAGRAPH
000252            END-IF.
000252            EXEC SQL
000252                INSERT INTO EAD719.EMPRESTIMOS_PARCELAS
000252                    SELECT E.CODFUN, E.CONTRATO, :WK-COMPETENCIA,
000252                           'F', E.BANCO, E.PARCELAS-PAGAS + 1,
000252                           E.VALOR-PARCELA,
000252                           (E.QTD-PARCELAS - E.PARCELAS-PAGAS - 1)
000252                           * E.VALOR-PARCELA
000252                        FROM EAD719.EMPRESTIMOS E
000252                        WHERE E.CODFUN = :DB2-CODFUN
000252                          AND E.STATUS = 'A'
000252                          AND E.COMP-INICIO <= :WK-COMPETENCIA
000252                          AND E.PARCELAS-PAGAS < E.QTD-PARCELAS
000252                          AND NOT EXISTS
000252                          (SELECT 1
000252                               FROM EAD719.EMPRESTIMOS_PARCELAS P
000252                           WHERE P.CODFUN = E.CODFUN
000252                             AND P.CONTRATO = E.CONTRATO
000252                             AND P.COMPETENCIA = :WK-COMPETENCIA
000252                             AND P.ORIGEM = 'F')
000252            END-EXEC.
000252            IF SQLCODE NOT = 0
000252                MOVE SQLCODE TO WK-SQLCODE-EDIT
000252                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000252                        ' NO REGISTRO DAS PARCELAS CONSIGNADAS'
000252                MOVE 12 TO RETURN-CODE
000252                STOP RUN
000252            END-IF.
000252            EXEC SQL
000252                UPDATE EAD719.EMPRESTIMOS E
000252                    SET PARCELAS-PAGAS = PARCELAS-PAGAS + 1,
000252                        STATUS =
000252                        CASE WHEN PARCELAS-PAGAS + 1 >= QTD-PARCELAS
000252                             THEN 'Q' ELSE 'A' END,
000252                        TS-ULT-ALTERACAO = CURRENT TIMESTAMP
000252                    WHERE E.CODFUN = :DB2-CODFUN
000252                      AND E.STATUS = 'A'
000252                      AND EXISTS
000252                          (SELECT 1
000252                               FROM EAD719.EMPRESTIMOS_PARCELAS P
000252                           WHERE P.CODFUN = E.CODFUN
000252                             AND P.CONTRATO = E.CONTRATO
000252                             AND P.COMPETENCIA = :WK-COMPETENCIA
000252                             AND P.ORIGEM = 'F'
000252                             AND P.NUM-PARCELA =
000252                                 E.PARCELAS-PAGAS + 1)
000252            END-EXEC.
000252            IF SQLCODE NOT = 0
000252                MOVE SQLCODE TO WK-SQLCODE-EDIT
000252                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000252                        ' NA BAIXA DOS CONSIGNADOS'
000252                MOVE 12 TO RETURN-CODE
000252                STOP RUN
000252            END-IF.
000252            ADD 1 TO WK-QTD-CONSIGNADOS.
000252       *
000252       * PLANO DE SAUDE: PARTE DO FUNCIONARIO (% DO PLANO SOBRE O
000252       * PRECO POR VIDA) DE CADA VIDA COM ADESAO EM VIGOR EM
000252       * ALGUM DIA DA COMPETENCIA. MES CHEIO, SEM PRO-RATA, COMO
000252       * A FATURA DA OPERADORA CONFERIDA NO EAD71962
000252        245-BUSCA-PLANO-SAUDE.
000252            MOVE ZEROS TO WK-TOT-PLANO-SAUDE.
000252            EXEC SQL
000252                SELECT COALESCE(SUM(ROUND(A.PRECO-VIDA
000252                       * P.PERC-EMPREGADO / 100, 2)), 0)
000252                    INTO :WK-TOT-PLANO-SAUDE
000252                    FROM EAD719.ADESOES_PLANO A
000252                         INNER JOIN EAD719.PLANOS_SAUDE P
000252                            ON P.CODPLANO = A.CODPLANO
000252                    WHERE A.CODFUN = :DB2-CODFUN
000252                      AND A.DT-INICIO <= :WK-FIM-MES
000252                      AND (A.DT-FIM = ' '
000252                           OR A.DT-FIM >= :WK-INICIO-MES)
000252            END-EXEC.
000252            IF SQLCODE NOT = 0
000252                MOVE SQLCODE TO WK-SQLCODE-EDIT
000252                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000252                        ' NO SELECT DO PLANO DE SAUDE'
000252                MOVE 12 TO RETURN-CODE
000252                STOP RUN
000252            END-IF.
000252            IF WK-TOT-PLANO-SAUDE > 0
000252                ADD 1 TO WK-QTD-PLANO-SAUDE
000252            END-IF.
000252       *
000252       * DEPARTAMENTO SEM ESTABELECIMENTO NAO IMPEDE O CALCULO:
000252       * A LINHA VAI COM O ESTABELECIMENTO EM BRANCO E APARECE
000252       * NAS CONFERENCIAS DAS SAIDAS POR ESTABELECIMENTO
000252        247-BUSCA-ESTABELECIMENTO.
000252            IF FOL-DEPTOFUN = WK-DEPTO-ESTAB
000252                EXIT PARAGRAPH
000252            END-IF.
000252            MOVE FOL-DEPTOFUN TO WK-DEPTO-ESTAB.
000252            MOVE FOL-DEPTOFUN TO DEP-DEPTOFUN.
000252            MOVE SPACES       TO DEP-CODESTAB.
000252            EXEC SQL
000252                SELECT CODESTAB INTO :DEP-CODESTAB
000252                    FROM EAD719.DEPARTAMENTOS
000252                    WHERE DEPTOFUN = :DEP-DEPTOFUN
000252            END-EXEC.
000252            EVALUATE SQLCODE
000252                WHEN 0
000252                    CONTINUE
000252                WHEN 100
000252                    MOVE SPACES TO DEP-CODESTAB
000252                WHEN OTHER
000252                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000252                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000252                            ' NO SELECT DO ESTABELECIMENTO'
000252                    MOVE 12 TO RETURN-CODE
000252                    STOP RUN
000252            END-EVALUATE.
000252            IF DEP-CODESTAB = SPACES
000252                DISPLAY 'DEPARTAMENTO ' FOL-DEPTOFUN
000252                        ' SEM ESTABELECIMENTO - FOLHA GRAVADA COM'
000252                        ' ESTABELECIMENTO EM BRANCO'
000252            END-IF.
000252       *
000252       * DIAS DA COMPETENCIA SEM SALARIO PELA EMPRESA: DOENCA (D)
000252       * E ACIDENTE (A) DO 16O DIA EM DIANTE, PAGOS PELO INSS, E
000252       * LICENCA SEM REMUNERACAO (S). MATERNIDADE (M) SEGUE NA
000252       * FOLHA (SALARIO-MATERNIDADE COMPENSADO NA GUIA DO INSS).
000252       * SALARIO PROPORCIONAL NO MES COMERCIAL DE 30 DIAS
000252        251-PROPORCIONALIZA-SALARIO.
000252            MOVE DB2-SALARIOFUN TO WK-SALARIO-MES.
000252            MOVE ZEROS TO WK-DIAS-AFASTADO.
000252            EXEC SQL
000252                SELECT COALESCE(SUM(
000252                       DAYS(CASE WHEN X.FIM < DATE(:WK-FIM-MES)
000252                                 THEN X.FIM
000252                                 ELSE DATE(:WK-FIM-MES) END) -
000252                       DAYS(CASE WHEN X.INI > DATE(:WK-INICIO-MES)
000252                                 THEN X.INI
000252                                 ELSE DATE(:WK-INICIO-MES) END) + 1),
000252                       0)
000252                    INTO :WK-DIAS-AFASTADO
000252                    FROM (SELECT CASE WHEN TIPO = 'S'
000252                                      THEN DATE(DT-INICIO)
000252                                      ELSE DATE(DT-INICIO) + 15 DAYS
000252                                 END AS INI,
000252                                 CASE WHEN DT-RETORNO = ' '
000252                                      THEN DATE(:WK-FIM-MES)
000252                                      ELSE DATE(DT-RETORNO) - 1 DAY
000252                                 END AS FIM
000252                            FROM EAD719.AFASTAMENTOS
000252                           WHERE CODFUN = :DB2-CODFUN
000252                             AND TIPO IN ('D', 'A', 'S')) AS X
000252                   WHERE X.INI <= DATE(:WK-FIM-MES)
000252                     AND X.FIM >= DATE(:WK-INICIO-MES)
000252            END-EXEC.
000252            IF SQLCODE NOT = 0
000252                MOVE SQLCODE TO WK-SQLCODE-EDIT
000252                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000252                        ' NA CONSULTA DOS AFASTAMENTOS'
000252                MOVE 12 TO RETURN-CODE
000252                STOP RUN
000252            END-IF.
000252            IF WK-DIAS-AFASTADO NOT > 0
000252                MOVE ZEROS TO WK-DIAS-AFASTADO
000252                EXIT PARAGRAPH
000252            END-IF.
000252            ADD 1 TO WK-QTD-AFASTADOS.
000252            IF WK-DIAS-AFASTADO >= WK-DIAS-NO-MES
000252               OR WK-DIAS-AFASTADO >= 30
000252                MOVE ZEROS TO WK-DIAS-PAGOS
000252            ELSE
000252                COMPUTE WK-DIAS-PAGOS = 30 - WK-DIAS-AFASTADO
000252            END-IF.
000252            COMPUTE WK-SALARIO-MES ROUNDED =
000252                DB2-SALARIOFUN * WK-DIAS-PAGOS / 30.
000252       *
000252       * SALARIO-FAMILIA: UMA COTA POR FILHO ATIVO MENOR DE 14
000252       * ANOS NO PRIMEIRO DIA DA COMPETENCIA, SE O BRUTO NAO PASSA
000252       * DO TETO. NAO E SALARIO: FICA FORA DO BRUTO E DAS BASES DE
000252       * INSS/IRRF, ENTRA NO LIQUIDO E E COMPENSADO NA GUIA DO INSS
000252       * (EAD71945). MES CHEIO, SEM PRO-RATA
000252        253-CALCULA-SALARIO-FAMILIA.
000252            MOVE ZEROS TO FOL-SALARIO-FAMILIA.
000252            MOVE ZEROS TO WK-QTD-FILHOS-SALFAM.
000252            IF WK-COTA-SALFAM NOT > 0
000252               OR FOL-SALARIO-BRUTO > WK-TETO-SALFAM
000252                EXIT PARAGRAPH
000252            END-IF.
000252            EXEC SQL
000252                SELECT COUNT(*) INTO :WK-QTD-FILHOS-SALFAM
000252                    FROM EAD719.DEPENDENTES
000252                    WHERE CODFUN = :DB2-CODFUN
000252                      AND PARENTESCO = 'F'
000252                      AND STATUS = 'A'
000252                      AND DT-NASCIMENTO <= :WK-FIM-MES
000252                      AND DATE(DT-NASCIMENTO)
000252                          + :WK-IDADE-SALFAM YEARS
000252                          > DATE(:WK-INICIO-MES)
000252            END-EXEC.
000252            IF SQLCODE NOT = 0
000252                MOVE SQLCODE TO WK-SQLCODE-EDIT
000252                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000252                        ' NA CONTAGEM DOS FILHOS DO SALARIO-FAMILIA'
000252                MOVE 12 TO RETURN-CODE
000252                STOP RUN
000252            END-IF.
000252            COMPUTE FOL-SALARIO-FAMILIA =
000252                WK-QTD-FILHOS-SALFAM * WK-COTA-SALFAM.
000253       *******************************************************
000254        300-LER-FOLHATEMP SECTION.
000255        301-LER-FOLHATEMP.
000303                DELIMITED BY SIZE INTO CONTRACHE-REC
000303            END-STRING.
000303            WRITE CONTRACHE-REC.
000303            IF WK-DIAS-AFASTADO > 0
000303                MOVE WK-DIAS-AFASTADO TO WK-DIAS-EDIT
000303                MOVE WK-SALARIO-MES TO WK-VALOR-EDIT
000303                MOVE SPACES TO CONTRACHE-REC
000303                STRING 'SALARIO PROPORCIONAL ...... ' WK-VALOR-EDIT
000303                    ' (' WK-DIAS-EDIT ' DIAS AFASTADO)'
000303                    DELIMITED BY SIZE INTO CONTRACHE-REC
000303                END-STRING
000303                WRITE CONTRACHE-REC
000303            END-IF.
000303            PERFORM 402-IMPRIME-RUBRICA
000303                VARYING WK-IND-MOV FROM 1 BY 1
000303                UNTIL WK-IND-MOV > WK-QTD-MOVIMENTOS.
000320                END-STRING
000320                WRITE CONTRACHE-REC
000320            END-IF.
000320            IF WK-TOT-CONSIGNADO > 0
000320                MOVE WK-TOT-CONSIGNADO TO WK-VALOR-EDIT
000320                MOVE SPACES TO CONTRACHE-REC
000320                STRING 'EMPRESTIMO CONSIGNADO ..... ' WK-VALOR-EDIT
000320                    DELIMITED BY SIZE INTO CONTRACHE-REC
000320                END-STRING
000320                WRITE CONTRACHE-REC
000320            END-IF.
000320            IF WK-TOT-PLANO-SAUDE > 0
000320                MOVE WK-TOT-PLANO-SAUDE TO WK-VALOR-EDIT
000320                MOVE SPACES TO CONTRACHE-REC
000320                STRING 'PLANO DE SAUDE ............ ' WK-VALOR-EDIT
000320                    DELIMITED BY SIZE INTO CONTRACHE-REC
000320                END-STRING
000320                WRITE CONTRACHE-REC
000320            END-IF.
000320            IF FOL-SALARIO-FAMILIA > 0
000320                MOVE FOL-SALARIO-FAMILIA TO WK-VALOR-EDIT
000320                MOVE WK-QTD-FILHOS-SALFAM TO WK-FILHOS-EDIT
000320                MOVE SPACES TO CONTRACHE-REC
000320                STRING 'SALARIO-FAMILIA ........... ' WK-VALOR-EDIT
000320                    ' (' WK-FILHOS-EDIT ' FILHOS)'
000320                    DELIMITED BY SIZE INTO CONTRACHE-REC
000320                END-STRING
000320                WRITE CONTRACHE-REC
000320            END-IF.
000321            MOVE FOL-LIQUIDO TO WK-VALOR-EDIT.
000322            MOVE SPACES TO CONTRACHE-REC.
000323            STRING 'SALARIO LIQUIDO ........... ' WK-VALOR-EDIT
000347            DISPLAY '*   RESUMO DA FOLHA MENSAL EAD71925        *'.
000348            DISPLAY '*********************************************'.
000349            DISPLAY 'COMPETENCIA           : ' WK-COMPETENCIA.
000349            DISPLAY 'VIGENCIA INSS/IRRF    : ' WK-VIGENCIA-CARREGADA.
000350            MOVE WK-QTD-CALCULADOS TO WK-RESUMO-EDIT.
000351            DISPLAY 'FUNCIONARIOS CALCULADOS : ' WK-RESUMO-EDIT.
000352            MOVE WK-QTD-REJEITADOS TO WK-RESUMO-EDIT.
000353            DISPLAY 'REJEITADOS              : ' WK-RESUMO-EDIT.
000353            MOVE WK-QTD-AFASTADOS TO WK-RESUMO-EDIT.
000353            DISPLAY 'COM DIAS DE AFASTAMENTO : ' WK-RESUMO-EDIT.
000353            MOVE WK-QTD-CONSIGNADOS TO WK-RESUMO-EDIT.
000353            DISPLAY 'COM CONSIGNADO BAIXADO  : ' WK-RESUMO-EDIT.
000353            MOVE WK-QTD-PLANO-SAUDE TO WK-RESUMO-EDIT.
000353            DISPLAY 'COM PLANO DE SAUDE      : ' WK-RESUMO-EDIT.
000353            MOVE WK-QTD-SALFAM TO WK-RESUMO-EDIT.
000353            DISPLAY 'COM SALARIO-FAMILIA     : ' WK-RESUMO-EDIT.
000353            MOVE WK-TOTAL-SALFAM TO WK-TOTAL-LIQUIDO-EDIT.
000353            DISPLAY 'TOTAL SALARIO-FAMILIA   : '
000353                    WK-TOTAL-LIQUIDO-EDIT.
000353            MOVE WK-QTD-SEM-ESTAB TO WK-RESUMO-EDIT.
000353            DISPLAY 'SEM ESTABELECIMENTO     : ' WK-RESUMO-EDIT.
000353            PERFORM VARYING WK-IND-MOV FROM 1 BY 1
000353                UNTIL WK-IND-MOV > WK-QTD-MOVIMENTOS
000353                IF WK-MOV-APLICADO(WK-IND-MOV) NOT = 'S'
