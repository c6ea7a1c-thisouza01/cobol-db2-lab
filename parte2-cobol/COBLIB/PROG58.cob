000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID.    EAD71958.
000003        AUTHOR.        THIAGO.
000004       *********************************************************
000005       * MANUTENCAO DOS CONTRATOS DE EMPRESTIMO CONSIGNADO      *
000006       * (EAD719.EMPRESTIMOS) VIA CARTOES + LISTAGEM DOS        *
000007       * CONTRATOS ATIVOS POR BANCO CONSIGNATARIO               *
000008       * CARTAO 'O' NO TOPO DO LOTE IDENTIFICA O OPERADOR E     *
000009       * CADA FUNCAO E CONFERIDA CONTRA EAD719.OPERADORES       *
000010       * FUNCOES: I=INCLUI CONTRATO C=CANCELA CONTRATO ATIVO    *
000011       * A INCLUSAO E RECUSADA QUANDO AS PARCELAS ATIVAS MAIS A *
000012       * NOVA PASSAM DA MARGEM CONSIGNAVEL (35%) DA REMUNERACAO *
000013       * LIQUIDA DA ULTIMA FOLHA (BRUTO - INSS - IRRF)          *
000014       * AS PARCELAS SAO DESCONTADAS PELO EAD71925, O SALDO NA  *
000015       * RESCISAO PELO EAD71932 E O REPASSE SAI NO EAD71959     *
000016       *********************************************************
000017       *
000018        ENVIRONMENT DIVISION.
000019        CONFIGURATION SECTION.
000020        SPECIAL-NAMES.
000021            DECIMAL-POINT IS COMMA.
000022        INPUT-OUTPUT SECTION.
000023        FILE-CONTROL.
000024            SELECT TRANSACAO-FILE ASSIGN TO SYSIN
000025                ORGANIZATION IS SEQUENTIAL.
000026            SELECT RELEMPR-FILE ASSIGN TO RELEMPR
000027                ORGANIZATION IS SEQUENTIAL.
000028       *
000029        DATA DIVISION.
000030        FILE SECTION.
000031        FD  TRANSACAO-FILE
000032            RECORDING MODE IS F.
000033        01  TRANSACAO-REC               PIC X(80).
000034        FD  RELEMPR-FILE
000035            RECORDING MODE IS F.
000036        01  RELEMPR-REC                 PIC X(80).
000037        WORKING-STORAGE SECTION.
000038            EXEC SQL
000039                INCLUDE BOOKEMPR
000040            END-EXEC.
000041            EXEC SQL
000042                INCLUDE BOOKFUNC
000043            END-EXEC.
000044            EXEC SQL
000045                INCLUDE BOOKOPER
000046            END-EXEC.
000047            EXEC SQL
000048                INCLUDE SQLCA
000049            END-EXEC.
000050            EXEC SQL
000051                DECLARE EMPRATIVOS CURSOR FOR
000052                    SELECT E.BANCO, E.CODFUN, F.NOMEFUN, E.CONTRATO,
000053                           E.QTD-PARCELAS, E.PARCELAS-PAGAS,
000054                           E.VALOR-PARCELA
000055                        FROM EAD719.EMPRESTIMOS E,
000056                             EAD719.FUNCIONARIOS F
000057                    WHERE E.STATUS = 'A'
000058                      AND F.CODFUN = E.CODFUN
000059                    ORDER BY E.BANCO, E.CODFUN, E.CONTRATO
000060            END-EXEC.
000061        77  WK-SQLCODE-EDIT           PIC -999        VALUE ZEROS.
000062        77  WK-EOF-SYSIN              PIC X           VALUE 'N'.
000063        01  WK-ACCEPT.
000064            05 WK-FUNCAO-ACCEPT       PIC X           VALUE SPACES.
000065            05 WK-CODFUN-ACCEPT       PIC X(04)       VALUE SPACES.
000066            05 WK-CONTRATO-ACCEPT     PIC X(12)       VALUE SPACES.
000067            05 WK-BANCO-ACCEPT        PIC X(03)       VALUE SPACES.
000068            05 WK-PARCELAS-ACCEPT     PIC 9(03)       VALUE ZEROS.
000069            05 WK-VALOR-ACCEPT        PIC 9(06)V99    VALUE ZEROS.
000070            05 WK-INICIO-ACCEPT       PIC X(07)       VALUE SPACES.
000071        01  WK-ACCEPT-OPER-RED REDEFINES WK-ACCEPT.
000072            05 FILLER                 PIC X(01).
000073            05 WK-OPERADOR-ACCEPT     PIC X(08).
000074            05 FILLER                 PIC X(29).
000075       *
000076        77  WK-CARTAO-VALIDO          PIC X           VALUE 'S'.
000077       *
000078       * MARGEM CONSIGNAVEL LEGAL SOBRE A REMUNERACAO LIQUIDA
000079        77  WK-PERC-MARGEM            PIC 9(02)V99    VALUE 35,00.
000080        77  WK-REMUNERACAO-LIQUIDA    PIC S9(7)V99 COMP-3 VALUE ZEROS.
000081        77  WK-COMPETENCIA-BASE       PIC X(07)       VALUE SPACES.
000082        77  WK-PARCELAS-ATIVAS        PIC S9(7)V99 COMP-3 VALUE ZEROS.
000083        77  WK-MARGEM                 PIC S9(7)V99 COMP-3 VALUE ZEROS.
000084        77  WK-MARGEM-LIVRE           PIC S9(7)V99 COMP-3 VALUE ZEROS.
000085       *
000086       * LISTAGEM DOS CONTRATOS ATIVOS
000087        77  WK-BANCO-ANTERIOR         PIC X(03)       VALUE SPACES.
000088        77  WK-SALDO-DEVEDOR          PIC S9(8)V99 COMP-3 VALUE ZEROS.
000089        77  WK-QTD-BANCO              PIC 9(05)       VALUE ZEROS.
000090        77  WK-SALDO-BANCO            PIC S9(9)V99 COMP-3 VALUE ZEROS.
000091        77  WK-QTD-ATIVOS             PIC 9(05)       VALUE ZEROS.
000092        77  WK-SALDO-GERAL            PIC S9(9)V99 COMP-3 VALUE ZEROS.
000093        77  WK-PARCELA-EDIT           PIC ZZ9         VALUE ZEROS.
000094        77  WK-PAGAS-EDIT             PIC ZZ9         VALUE ZEROS.
000095        77  WK-VALOR-EDIT             PIC ZZZ.ZZ9,99  VALUE ZEROS.
000096        77  WK-SALDO-EDIT             PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
000097        77  WK-TOTAL-EDIT             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000098       *
000099        01  WK-RESUMO-LOTE.
000100            05  WK-QTD-INCLUSAO-OK    PIC 9(05)  VALUE ZEROS.
000101            05  WK-QTD-INCLUSAO-REJ   PIC 9(05)  VALUE ZEROS.
000102            05  WK-QTD-SEM-MARGEM     PIC 9(05)  VALUE ZEROS.
000103            05  WK-QTD-CANCELA-OK     PIC 9(05)  VALUE ZEROS.
000104            05  WK-QTD-CANCELA-REJ    PIC 9(05)  VALUE ZEROS.
000105            05  WK-QTD-FUNCAO-INVALIDA PIC 9(05) VALUE ZEROS.
000106            05  WK-QTD-NAO-AUTORIZADA PIC 9(05)  VALUE ZEROS.
000107        77  WK-RESUMO-EDIT            PIC ZZ.ZZ9 VALUE ZEROS.
000108       *
000109       * IDENTIFICACAO E AUTORIZACAO DO OPERADOR (CARTAO 'O')
000110        77  WK-OPERADOR-OK            PIC X      VALUE 'N'.
000111        77  WK-FUNCAO-AUTORIZADA      PIC X      VALUE 'N'.
000112        77  WK-IND-FUNCAO             PIC 9(02) COMP VALUE ZEROS.
000113       *
000114        PROCEDURE DIVISION.
000115        000-PRINCIPAL SECTION.
000116        001-PRINCIPAL.
000117            PERFORM 101-INICIAR.
000118            PERFORM 201-PROCESSAR UNTIL WK-EOF-SYSIN = 'S'.
000119            PERFORM 401-LISTA-ATIVOS.
000120            PERFORM 901-FINALIZAR.
000121            STOP RUN.
000122       *******************************************************
000123        100-INICIAR SECTION.
000124        101-INICIAR.
000125            OPEN INPUT TRANSACAO-FILE.
000126            OPEN OUTPUT RELEMPR-FILE.
000127            PERFORM 301-LER-TRANSACAO.
000128       *******************************************************
000129        200-PROCESSAR SECTION.
000130        201-PROCESSAR.
000131            IF WK-FUNCAO-ACCEPT = 'O'
000132                PERFORM 208-IDENTIFICA-OPERADOR
000133            ELSE
000134                PERFORM 209-VERIFICA-AUTORIZACAO
000135                IF WK-FUNCAO-AUTORIZADA = 'S'
000136                    EVALUATE WK-FUNCAO-ACCEPT
000137                        WHEN 'I'
000138                            PERFORM 202-INCLUSAO
000139                        WHEN 'C'
000140                            PERFORM 203-CANCELAMENTO
000141                        WHEN OTHER
000142                            DISPLAY 'FUNCAO ' WK-FUNCAO-ACCEPT
000143                                    ' INVALIDA!'
000144                            ADD 1 TO WK-QTD-FUNCAO-INVALIDA
000145                    END-EVALUATE
000146                END-IF
000147            END-IF.
000148            PERFORM 301-LER-TRANSACAO.
000149       *
000150        208-IDENTIFICA-OPERADOR.
000151            MOVE WK-OPERADOR-ACCEPT TO OPR-OPERADOR.
000152            MOVE 'EAD71958'         TO OPR-PROGRAMA.
000153            MOVE SPACES             TO OPR-FUNCOES.
000154            MOVE 'N'                TO WK-OPERADOR-OK.
000155            EXEC SQL
000156                SELECT FUNCOES INTO :OPR-FUNCOES
000157                    FROM EAD719.OPERADORES
000158                    WHERE OPERADOR = :OPR-OPERADOR
000159                      AND PROGRAMA = :OPR-PROGRAMA
000160                      AND STATUS = 'A'
000161            END-EXEC.
000162            EVALUATE SQLCODE
000163                WHEN 0
000164                    MOVE 'S' TO WK-OPERADOR-OK
000165                    DISPLAY 'OPERADOR ' OPR-OPERADOR
000166                            ' IDENTIFICADO.'
000167                WHEN 100
000168                    DISPLAY 'OPERADOR ' OPR-OPERADOR
000169                            ' NAO CADASTRADO PARA O PROGRAMA!'
000170                WHEN OTHER
000171                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000172                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000173                            ' NO SELECT DO OPERADOR'
000174                    MOVE 12 TO RETURN-CODE
000175                    STOP RUN
000176            END-EVALUATE.
000177       *
000178        209-VERIFICA-AUTORIZACAO.
000179            MOVE 'N' TO WK-FUNCAO-AUTORIZADA.
000180            IF WK-OPERADOR-OK NOT = 'S'
000181                DISPLAY 'TRANSACAO ' WK-FUNCAO-ACCEPT ' '
000182                        WK-CODFUN-ACCEPT ' SEM OPERADOR'
000183                        ' IDENTIFICADO - REJEITADA!'
000184                ADD 1 TO WK-QTD-NAO-AUTORIZADA
000185                EXIT PARAGRAPH
000186            END-IF.
000187            PERFORM VARYING WK-IND-FUNCAO FROM 1 BY 1
000188                UNTIL WK-IND-FUNCAO > 8
000189                   OR WK-FUNCAO-AUTORIZADA = 'S'
000190                IF OPR-FUNCOES(WK-IND-FUNCAO:1) =
000191                   WK-FUNCAO-ACCEPT
000192                   AND WK-FUNCAO-ACCEPT NOT = SPACES
000193                    MOVE 'S' TO WK-FUNCAO-AUTORIZADA
000194                END-IF
000195            END-PERFORM.
000196            IF WK-FUNCAO-AUTORIZADA NOT = 'S'
000197                DISPLAY 'OPERADOR ' OPR-OPERADOR
000198                        ' NAO AUTORIZADO A FUNCAO '
000199                        WK-FUNCAO-ACCEPT ' ('
000200                        WK-CODFUN-ACCEPT ') - REJEITADA!'
000201                ADD 1 TO WK-QTD-NAO-AUTORIZADA
000202            END-IF.
000203       *
000204        202-INCLUSAO.
000205            PERFORM 221-VALIDA-INCLUSAO.
000206            IF WK-CARTAO-VALIDO NOT = 'S'
000207                ADD 1 TO WK-QTD-INCLUSAO-REJ
000208                EXIT PARAGRAPH
000209            END-IF.
000210            PERFORM 222-VERIFICA-MARGEM.
000211            IF WK-CARTAO-VALIDO NOT = 'S'
000212                ADD 1 TO WK-QTD-SEM-MARGEM
000213                EXIT PARAGRAPH
000214            END-IF.
000215            MOVE WK-CODFUN-ACCEPT   TO EMP-CODFUN.
000216            MOVE WK-CONTRATO-ACCEPT TO EMP-CONTRATO.
000217            MOVE WK-BANCO-ACCEPT    TO EMP-BANCO.
000218            MOVE WK-PARCELAS-ACCEPT TO EMP-QTD-PARCELAS.
000219            MOVE WK-VALOR-ACCEPT    TO EMP-VALOR-PARCELA.
000220            MOVE WK-INICIO-ACCEPT   TO EMP-COMP-INICIO.
000221            MOVE ZEROS              TO EMP-PARCELAS-PAGAS.
000222            MOVE 'A'                TO EMP-STATUS.
000223            MOVE OPR-OPERADOR       TO EMP-OPERADOR.
000224            EXEC SQL
000225                INSERT INTO EAD719.EMPRESTIMOS
000226                VALUES(:EMP-CODFUN,
000227                       :EMP-CONTRATO,
000228                       :EMP-BANCO,
000229                       :EMP-QTD-PARCELAS,
000230                       :EMP-VALOR-PARCELA,
000231                       :EMP-COMP-INICIO,
000232                       :EMP-PARCELAS-PAGAS,
000233                       :EMP-STATUS,
000234                       :EMP-OPERADOR,
000235                       CURRENT TIMESTAMP)
000236            END-EXEC.
000237            EVALUATE SQLCODE
000238                WHEN 0
000239                    DISPLAY 'CONTRATO ' EMP-CONTRATO ' DO FUNCIONARIO '
000240                            EMP-CODFUN ' INCLUIDO.'
000241                    ADD 1 TO WK-QTD-INCLUSAO-OK
000242                WHEN -803
000243                    DISPLAY 'CONTRATO ' EMP-CONTRATO ' DO FUNCIONARIO '
000244                            EMP-CODFUN ' JA CADASTRADO!'
000245                    ADD 1 TO WK-QTD-INCLUSAO-REJ
000246                WHEN OTHER
000247                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000248                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000249                            ' NA INCLUSAO DO CONTRATO'
000250                    MOVE 12 TO RETURN-CODE
000251                    STOP RUN
000252            END-EVALUATE.
000253       *
000254       * CANCELAMENTO (QUITACAO ANTECIPADA OU CONTRATO DESFEITO
000255       * NO BANCO): AS PARCELAS JA DESCONTADAS FICAM NO HISTORICO
000256        203-CANCELAMENTO.
000257            MOVE WK-CODFUN-ACCEPT   TO EMP-CODFUN.
000258            MOVE WK-CONTRATO-ACCEPT TO EMP-CONTRATO.
000259            MOVE OPR-OPERADOR       TO EMP-OPERADOR.
000260            EXEC SQL
000261                UPDATE EAD719.EMPRESTIMOS
000262                    SET STATUS = 'C',
000263                        OPERADOR = :EMP-OPERADOR,
000264                        TS-ULT-ALTERACAO = CURRENT TIMESTAMP
000265                    WHERE CODFUN = :EMP-CODFUN
000266                      AND CONTRATO = :EMP-CONTRATO
000267                      AND STATUS = 'A'
000268            END-EXEC.
000269            EVALUATE SQLCODE
000270                WHEN 0
000271                    DISPLAY 'CONTRATO ' EMP-CONTRATO ' DO FUNCIONARIO '
000272                            EMP-CODFUN ' CANCELADO.'
000273                    ADD 1 TO WK-QTD-CANCELA-OK
000274                WHEN 100
000275                    DISPLAY 'CONTRATO ' EMP-CONTRATO ' DO FUNCIONARIO '
000276                            EMP-CODFUN ' INEXISTENTE OU NAO ATIVO!'
000277                    ADD 1 TO WK-QTD-CANCELA-REJ
000278                WHEN OTHER
000279                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000280                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000281                            ' NO CANCELAMENTO DO CONTRATO'
000282                    MOVE 12 TO RETURN-CODE
000283                    STOP RUN
000284            END-EVALUATE.
000285       *******************************************************
000286        220-VALIDA-CARTAO SECTION.
000287        221-VALIDA-INCLUSAO.
000288            MOVE 'S' TO WK-CARTAO-VALIDO.
000289            IF WK-CODFUN-ACCEPT = SPACES
000290               OR WK-CONTRATO-ACCEPT = SPACES
000291               OR WK-BANCO-ACCEPT = SPACES
000292                DISPLAY 'CARTAO I SEM FUNCIONARIO, CONTRATO OU'
000293                        ' BANCO!'
000294                MOVE 'N' TO WK-CARTAO-VALIDO
000295                EXIT PARAGRAPH
000296            END-IF.
000297            IF WK-PARCELAS-ACCEPT NOT NUMERIC
000298               OR WK-VALOR-ACCEPT NOT NUMERIC
000299                DISPLAY 'CONTRATO ' WK-CONTRATO-ACCEPT
000300                        ' COM PARCELAS OU VALOR NAO NUMERICO!'
000301                MOVE 'N' TO WK-CARTAO-VALIDO
000302                EXIT PARAGRAPH
000303            END-IF.
000304            IF WK-PARCELAS-ACCEPT = 0 OR WK-VALOR-ACCEPT = 0
000305                DISPLAY 'CONTRATO ' WK-CONTRATO-ACCEPT
000306                        ' SEM PARCELAS OU SEM VALOR!'
000307                MOVE 'N' TO WK-CARTAO-VALIDO
000308                EXIT PARAGRAPH
000309            END-IF.
000310            IF WK-INICIO-ACCEPT(1:4) NOT NUMERIC
000311               OR WK-INICIO-ACCEPT(5:1) NOT = '-'
000312               OR WK-INICIO-ACCEPT(6:2) NOT NUMERIC
000313               OR WK-INICIO-ACCEPT(6:2) < '01'
000314               OR WK-INICIO-ACCEPT(6:2) > '12'
000315                DISPLAY 'COMPETENCIA INICIAL ' WK-INICIO-ACCEPT
000316                        ' INVALIDA (AAAA-MM)!'
000317                MOVE 'N' TO WK-CARTAO-VALIDO
000318                EXIT PARAGRAPH
000319            END-IF.
000320            MOVE WK-CODFUN-ACCEPT TO DB2-CODFUN.
000321            EXEC SQL
000322                SELECT STATUSFUN INTO :DB2-STATUSFUN
000323                    FROM EAD719.FUNCIONARIOS
000324                    WHERE CODFUN = :DB2-CODFUN
000325            END-EXEC.
000326            EVALUATE SQLCODE
000327                WHEN 0
000328                    IF DB2-STATUSFUN NOT = 'A'
000329                        DISPLAY 'FUNCIONARIO ' DB2-CODFUN
000330                                ' NAO ESTA ATIVO!'
000331                        MOVE 'N' TO WK-CARTAO-VALIDO
000332                    END-IF
000333                WHEN 100
000334                    DISPLAY 'FUNCIONARIO ' DB2-CODFUN
000335                            ' NAO CADASTRADO!'
000336                    MOVE 'N' TO WK-CARTAO-VALIDO
000337                WHEN OTHER
000338                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000339                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000340                            ' NO SELECT DO FUNCIONARIO'
000341                    MOVE 12 TO RETURN-CODE
000342                    STOP RUN
000343            END-EVALUATE.
000344       *
000345       * MARGEM: REMUNERACAO LIQUIDA (BRUTO - INSS - IRRF) DA
000346       * ULTIMA COMPETENCIA CALCULADA DO FUNCIONARIO. AS PARCELAS
000347       * DOS CONTRATOS AINDA ATIVOS MAIS A NOVA NAO PODEM PASSAR
000348       * DE WK-PERC-MARGEM DESSA REMUNERACAO
000349        222-VERIFICA-MARGEM.
000350            EXEC SQL
000351                SELECT COMPETENCIA,
000352                       SALARIO-BRUTO - INSS - IRRF
000353                    INTO :WK-COMPETENCIA-BASE,
000354                         :WK-REMUNERACAO-LIQUIDA
000355                    FROM EAD719.FOLHA_MENSAL
000356                    WHERE CODFUN = :DB2-CODFUN
000357                      AND COMPETENCIA =
000358                          (SELECT MAX(COMPETENCIA)
000359                               FROM EAD719.FOLHA_MENSAL
000360                           WHERE CODFUN = :DB2-CODFUN)
000361            END-EXEC.
000362            EVALUATE SQLCODE
000363                WHEN 0
000364                    CONTINUE
000365                WHEN 100
000366                    DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' SEM FOLHA'
000367                            ' CALCULADA PARA APURAR A MARGEM!'
000368                    MOVE 'N' TO WK-CARTAO-VALIDO
000369                    EXIT PARAGRAPH
000370                WHEN OTHER
000371                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000372                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000373                            ' NA CONSULTA DA ULTIMA FOLHA'
000374                    MOVE 12 TO RETURN-CODE
000375                    STOP RUN
000376            END-EVALUATE.
000377            EXEC SQL
000378                SELECT COALESCE(SUM(VALOR-PARCELA), 0)
000379                    INTO :WK-PARCELAS-ATIVAS
000380                    FROM EAD719.EMPRESTIMOS
000381                    WHERE CODFUN = :DB2-CODFUN
000382                      AND STATUS = 'A'
000383                      AND PARCELAS-PAGAS < QTD-PARCELAS
000384            END-EXEC.
000385            IF SQLCODE NOT = 0
000386                MOVE SQLCODE TO WK-SQLCODE-EDIT
000387                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000388                        ' NA SOMA DAS PARCELAS ATIVAS'
000389                MOVE 12 TO RETURN-CODE
000390                STOP RUN
000391            END-IF.
000392            COMPUTE WK-MARGEM ROUNDED =
000393                WK-REMUNERACAO-LIQUIDA * WK-PERC-MARGEM / 100.
000394            COMPUTE WK-MARGEM-LIVRE = WK-MARGEM - WK-PARCELAS-ATIVAS.
000395            IF WK-MARGEM-LIVRE < 0
000396                MOVE ZEROS TO WK-MARGEM-LIVRE
000397            END-IF.
000398            IF WK-PARCELAS-ATIVAS + WK-VALOR-ACCEPT > WK-MARGEM
000399                MOVE WK-VALOR-ACCEPT TO WK-VALOR-EDIT
000400                DISPLAY 'CONTRATO ' WK-CONTRATO-ACCEPT ' RECUSADO:'
000401                        ' PARCELA ' WK-VALOR-EDIT
000402                MOVE WK-MARGEM-LIVRE TO WK-VALOR-EDIT
000403                DISPLAY '   MARGEM LIVRE ' WK-VALOR-EDIT
000404                        ' (FOLHA ' WK-COMPETENCIA-BASE ')'
000405                MOVE 'N' TO WK-CARTAO-VALIDO
000406            END-IF.
000407       *******************************************************
000408        300-LER-TRANSACAO SECTION.
000409        301-LER-TRANSACAO.
000410            READ TRANSACAO-FILE INTO WK-ACCEPT
000411                AT END
000412                    MOVE 'S' TO WK-EOF-SYSIN
000413            END-READ.
000414       *******************************************************
000415       * CONTRATOS ATIVOS POR BANCO COM O SALDO DEVEDOR
000416       * (PARCELAS RESTANTES X VALOR DA PARCELA)
000417        400-LISTA-ATIVOS SECTION.
000418        401-LISTA-ATIVOS.
000419            MOVE SPACES TO RELEMPR-REC.
000420            STRING 'EAD719 - CONSIGNADOS ATIVOS POR BANCO'
000421                DELIMITED BY SIZE INTO RELEMPR-REC
000422            END-STRING.
000423            WRITE RELEMPR-REC.
000424            MOVE SPACES TO RELEMPR-REC.
000425            STRING 'BCO FUNC NOME                 CONTRATO     PAG/TOT'
000426                '    PARCELA        SALDO'
000427                DELIMITED BY SIZE INTO RELEMPR-REC
000428            END-STRING.
000429            WRITE RELEMPR-REC.
000430            EXEC SQL
000431                OPEN EMPRATIVOS
000432            END-EXEC.
000433            EVALUATE SQLCODE
000434                WHEN 0
000435                    PERFORM 421-LER-EMPRATIVOS
000436                    PERFORM 402-IMPRIME-CONTRATO UNTIL SQLCODE = 100
000437                WHEN 100
000438                    CONTINUE
000439                WHEN OTHER
000440                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000441                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000442                            ' NO COMANDO OPEN CURSOR'
000443                    MOVE 12 TO RETURN-CODE
000444                    STOP RUN
000445            END-EVALUATE.
000446            EXEC SQL
000447                CLOSE EMPRATIVOS
000448            END-EXEC.
000449            IF WK-BANCO-ANTERIOR NOT = SPACES
000450                PERFORM 403-TOTAL-BANCO
000451            END-IF.
000452            MOVE WK-QTD-ATIVOS TO WK-RESUMO-EDIT.
000453            MOVE WK-SALDO-GERAL TO WK-TOTAL-EDIT.
000454            MOVE SPACES TO RELEMPR-REC.
000455            STRING 'TOTAL GERAL ' WK-RESUMO-EDIT ' CONTRATOS ... '
000456                WK-TOTAL-EDIT
000457                DELIMITED BY SIZE INTO RELEMPR-REC
000458            END-STRING.
000459            WRITE RELEMPR-REC.
000460       *
000461        402-IMPRIME-CONTRATO.
000462            IF EMP-BANCO NOT = WK-BANCO-ANTERIOR
000463               AND WK-BANCO-ANTERIOR NOT = SPACES
000464                PERFORM 403-TOTAL-BANCO
000465            END-IF.
000466            MOVE EMP-BANCO TO WK-BANCO-ANTERIOR.
000467            COMPUTE WK-SALDO-DEVEDOR =
000468                (EMP-QTD-PARCELAS - EMP-PARCELAS-PAGAS)
000469                * EMP-VALOR-PARCELA.
000470            ADD 1 TO WK-QTD-BANCO.
000471            ADD WK-SALDO-DEVEDOR TO WK-SALDO-BANCO.
000472            MOVE EMP-PARCELAS-PAGAS TO WK-PAGAS-EDIT.
000473            MOVE EMP-QTD-PARCELAS   TO WK-PARCELA-EDIT.
000474            MOVE EMP-VALOR-PARCELA  TO WK-VALOR-EDIT.
000475            MOVE WK-SALDO-DEVEDOR   TO WK-SALDO-EDIT.
000476            MOVE SPACES TO RELEMPR-REC.
000477            STRING EMP-BANCO ' ' EMP-CODFUN ' '
000478                DB2-NOMEFUN-TEXT(1:20) ' ' EMP-CONTRATO ' '
000479                WK-PAGAS-EDIT '/' WK-PARCELA-EDIT ' ' WK-VALOR-EDIT
000480                ' ' WK-SALDO-EDIT
000481                DELIMITED BY SIZE INTO RELEMPR-REC
000482            END-STRING.
000483            WRITE RELEMPR-REC.
000484            PERFORM 421-LER-EMPRATIVOS.
000485       *
000486        403-TOTAL-BANCO.
000487            MOVE WK-QTD-BANCO TO WK-RESUMO-EDIT.
000488            MOVE WK-SALDO-BANCO TO WK-TOTAL-EDIT.
000489            MOVE SPACES TO RELEMPR-REC.
000490            STRING '    TOTAL BANCO ' WK-BANCO-ANTERIOR ' '
000491                WK-RESUMO-EDIT ' CONTRATOS ... ' WK-TOTAL-EDIT
000492                DELIMITED BY SIZE INTO RELEMPR-REC
000493            END-STRING.
000494            WRITE RELEMPR-REC.
000495            MOVE SPACES TO RELEMPR-REC.
000496            WRITE RELEMPR-REC.
000497            ADD WK-QTD-BANCO TO WK-QTD-ATIVOS.
000498            ADD WK-SALDO-BANCO TO WK-SALDO-GERAL.
000499            MOVE ZEROS TO WK-QTD-BANCO.
000500            MOVE ZEROS TO WK-SALDO-BANCO.
000501       *
000502        421-LER-EMPRATIVOS.
000503            MOVE SPACES TO DB2-NOMEFUN-TEXT.
000504            EXEC SQL
000505                FETCH EMPRATIVOS
000506                  INTO :EMP-BANCO,
000507                       :EMP-CODFUN,
000508                       :DB2-NOMEFUN,
000509                       :EMP-CONTRATO,
000510                       :EMP-QTD-PARCELAS,
000511                       :EMP-PARCELAS-PAGAS,
000512                       :EMP-VALOR-PARCELA
000513            END-EXEC.
000514            EVALUATE SQLCODE
000515                WHEN 0
000516                    CONTINUE
000517                WHEN 100
000518                    CONTINUE
000519                WHEN OTHER
000520                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000521                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000522                            ' NO COMANDO FETCH'
000523                    MOVE 12 TO RETURN-CODE
000524                    STOP RUN
000525            END-EVALUATE.
000526       *******************************************************
000527        900-FINALIZAR SECTION.
000528        901-FINALIZAR.
000529            CLOSE TRANSACAO-FILE.
000530            CLOSE RELEMPR-FILE.
000531            EXEC SQL
000532                COMMIT
000533            END-EXEC.
000534            DISPLAY '*********************************************'.
000535            DISPLAY '*   RESUMO DO LOTE DE TRANSACOES EAD71958  *'.
000536            DISPLAY '*********************************************'.
000537            MOVE WK-QTD-INCLUSAO-OK   TO WK-RESUMO-EDIT.
000538            DISPLAY 'CONTRATOS INCLUIDOS   : ' WK-RESUMO-EDIT.
000539            MOVE WK-QTD-INCLUSAO-REJ  TO WK-RESUMO-EDIT.
000540            DISPLAY 'INCLUSOES REJEITADAS  : ' WK-RESUMO-EDIT.
000541            MOVE WK-QTD-SEM-MARGEM    TO WK-RESUMO-EDIT.
000542            DISPLAY 'RECUSADOS SEM MARGEM  : ' WK-RESUMO-EDIT.
000543            MOVE WK-QTD-CANCELA-OK    TO WK-RESUMO-EDIT.
000544            DISPLAY 'CONTRATOS CANCELADOS  : ' WK-RESUMO-EDIT.
000545            MOVE WK-QTD-CANCELA-REJ   TO WK-RESUMO-EDIT.
000546            DISPLAY 'CANCELAM. REJEITADOS  : ' WK-RESUMO-EDIT.
000547            MOVE WK-QTD-FUNCAO-INVALIDA TO WK-RESUMO-EDIT.
000548            DISPLAY 'TRANSACOES INVALIDAS  : ' WK-RESUMO-EDIT.
000549            MOVE WK-QTD-NAO-AUTORIZADA TO WK-RESUMO-EDIT.
000550            DISPLAY 'NAO AUTORIZADAS       : ' WK-RESUMO-EDIT.
000551            MOVE WK-QTD-ATIVOS        TO WK-RESUMO-EDIT.
000552            DISPLAY 'CONTRATOS ATIVOS      : ' WK-RESUMO-EDIT.
000553            DISPLAY '*********************************************'.
