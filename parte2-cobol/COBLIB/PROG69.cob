000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID.    EAD71969.
000003        AUTHOR.        THIAGO.
000004       *********************************************************
000005       * QUADRO DE VAGAS APROVADO POR DEPARTAMENTO E CARGO      *
000006       * (EAD719.QUADRO_VAGAS) VIA CARTOES + RELATORIO DE VAGAS *
000007       * CARTAO 'O' NO TOPO DO LOTE IDENTIFICA O OPERADOR E     *
000008       * CADA FUNCAO E CONFERIDA CONTRA EAD719.OPERADORES       *
000009       * FUNCOES: I=INCLUI A=ALTERA A QUANTIDADE DE VAGAS       *
000010       * (REATIVA O QUADRO INATIVO) E=DESATIVA O QUADRO         *
000011       * O QUADRO E CONFERIDO NA INCLUSAO, TRANSFERENCIA E      *
000012       * TROCA DE CARGO DO EAD71918, NA CARGA DO EAD71921 E NA  *
000013       * APLICACAO DAS ALTERACOES AGENDADAS DO EAD71948         *
000014       * RELVAGAS: POR DEPARTAMENTO E CARGO, VAGAS APROVADAS,   *
000015       * OCUPADAS, ENTRADAS E SAIDAS AGENDADAS AINDA PENDENTES  *
000016       * EM EAD719.ALTERACOES_AGENDADAS, OCUPACAO PROJETADA E   *
000017       * VAGAS EM ABERTO, MAIS A OCUPACAO SEM QUADRO APROVADO   *
000018       * RC=4 QUANDO ALGUM QUADRO ESTA EXCEDIDO                 *
000019       *********************************************************
000020       *
000021        ENVIRONMENT DIVISION.
000022        CONFIGURATION SECTION.
000023        SPECIAL-NAMES.
000024            DECIMAL-POINT IS COMMA.
000025        INPUT-OUTPUT SECTION.
000026        FILE-CONTROL.
000027            SELECT TRANSACAO-FILE ASSIGN TO SYSIN
000028                ORGANIZATION IS SEQUENTIAL.
000029            SELECT RELVAGAS-FILE ASSIGN TO RELVAGAS
000030                ORGANIZATION IS SEQUENTIAL.
000031       *
000032        DATA DIVISION.
000033        FILE SECTION.
000034        FD  TRANSACAO-FILE
000035            RECORDING MODE IS F.
000036        01  TRANSACAO-REC               PIC X(80).
000037        FD  RELVAGAS-FILE
000038            RECORDING MODE IS F.
000039        01  RELVAGAS-REC                PIC X(80).
000040        WORKING-STORAGE SECTION.
000041            EXEC SQL
000042                INCLUDE BOOKQUAD
000043            END-EXEC.
000044            EXEC SQL
000045                INCLUDE BOOKCARG
000046            END-EXEC.
000047            EXEC SQL
000048                INCLUDE BOOKDEPT
000049            END-EXEC.
000050            EXEC SQL
000051                INCLUDE BOOKOPER
000052            END-EXEC.
000053            EXEC SQL
000054                INCLUDE SQLCA
000055            END-EXEC.
000056       *
000057       * ENTRADA AGENDADA: TRANSFERENCIA PARA O DEPARTAMENTO NO
000058       * MESMO CARGO OU TROCA PARA O CARGO NO MESMO DEPARTAMENTO;
000059       * SAIDA AGENDADA: O INVERSO, A PARTIR DO PAR
000060            EXEC SQL
000061                DECLARE QUADTEMP CURSOR FOR
000062                    SELECT Q.DEPTOFUN, Q.CODCARGO, Q.VAGAS-AUTORIZADAS,
000063                           COALESCE(C.TITULO, ' '),
000064                           (SELECT COUNT(*)
000065                                FROM EAD719.FUNCIONARIOS F
000066                                WHERE F.DEPTOFUN = Q.DEPTOFUN
000067                                  AND F.CARGOFUN = Q.CODCARGO
000068                                  AND F.STATUSFUN = 'A'),
000069                           (SELECT COUNT(*)
000070                                FROM EAD719.ALTERACOES_AGENDADAS A,
000071                                     EAD719.FUNCIONARIOS F
000072                                WHERE A.STATUS = 'P'
000073                                  AND F.CODFUN = A.CODFUN
000074                                  AND F.STATUSFUN = 'A'
000075                                  AND ((A.CAMPO = 'DEPTOFUN'
000076                                   AND SUBSTR(A.VALOR-NOVO, 1, 3)
000077                                       = Q.DEPTOFUN
000078                                   AND F.DEPTOFUN <> Q.DEPTOFUN
000079                                   AND F.CARGOFUN = Q.CODCARGO)
000080                                   OR (A.CAMPO = 'CARGOFUN'
000081                                   AND SUBSTR(A.VALOR-NOVO, 1, 4)
000082                                       = Q.CODCARGO
000083                                   AND F.CARGOFUN <> Q.CODCARGO
000084                                   AND F.DEPTOFUN = Q.DEPTOFUN))),
000085                           (SELECT COUNT(*)
000086                                FROM EAD719.ALTERACOES_AGENDADAS A,
000087                                     EAD719.FUNCIONARIOS F
000088                                WHERE A.STATUS = 'P'
000089                                  AND F.CODFUN = A.CODFUN
000090                                  AND F.STATUSFUN = 'A'
000091                                  AND F.DEPTOFUN = Q.DEPTOFUN
000092                                  AND F.CARGOFUN = Q.CODCARGO
000093                                  AND ((A.CAMPO = 'DEPTOFUN'
000094                                   AND SUBSTR(A.VALOR-NOVO, 1, 3)
000095                                       <> Q.DEPTOFUN)
000096                                   OR (A.CAMPO = 'CARGOFUN'
000097                                   AND SUBSTR(A.VALOR-NOVO, 1, 4)
000098                                       <> Q.CODCARGO)))
000099                        FROM EAD719.QUADRO_VAGAS Q
000100                             LEFT JOIN EAD719.CARGOS C
000101                                ON C.CODCARGO = Q.CODCARGO
000102                    WHERE Q.STATUS = 'A'
000103                    ORDER BY Q.DEPTOFUN, Q.CODCARGO
000104            END-EXEC.
000105            EXEC SQL
000106                DECLARE SEMQUADRO CURSOR FOR
000107                    SELECT F.DEPTOFUN, F.CARGOFUN, COUNT(*)
000108                        FROM EAD719.FUNCIONARIOS F
000109                    WHERE F.STATUSFUN = 'A'
000110                      AND NOT EXISTS
000111                          (SELECT 1
000112                               FROM EAD719.QUADRO_VAGAS Q
000113                               WHERE Q.DEPTOFUN = F.DEPTOFUN
000114                                 AND Q.CODCARGO = F.CARGOFUN
000115                                 AND Q.STATUS = 'A')
000116                    GROUP BY F.DEPTOFUN, F.CARGOFUN
000117                    ORDER BY F.DEPTOFUN, F.CARGOFUN
000118            END-EXEC.
000119        77  WK-SQLCODE-EDIT           PIC -999        VALUE ZEROS.
000120        77  WK-EOF-SYSIN              PIC X           VALUE 'N'.
000121        01  WK-ACCEPT.
000122            05 WK-FUNCAO-ACCEPT       PIC X           VALUE SPACES.
000123            05 WK-DEPTOFUN-ACCEPT     PIC X(3)        VALUE SPACES.
000124            05 WK-CODCARGO-ACCEPT     PIC X(4)        VALUE SPACES.
000125            05 WK-VAGAS-ACCEPT        PIC 9(4)        VALUE ZEROS.
000126        01  WK-ACCEPT-OPER-RED REDEFINES WK-ACCEPT.
000127            05 FILLER                 PIC X(01).
000128            05 WK-OPERADOR-ACCEPT     PIC X(08).
000129            05 FILLER                 PIC X(03).
000130       *
000131        77  WK-CARTAO-VALIDO          PIC X           VALUE 'S'.
000132        77  WK-STATUS-ATUAL           PIC X           VALUE SPACES.
000133        77  WK-QTD-OCUPADAS           PIC S9(09) COMP VALUE ZEROS.
000134        77  WK-QTD-ENTRADAS           PIC S9(09) COMP VALUE ZEROS.
000135        77  WK-QTD-SAIDAS             PIC S9(09) COMP VALUE ZEROS.
000136        77  WK-QTD-PROJETADA          PIC S9(09) COMP VALUE ZEROS.
000137        77  WK-QTD-ABERTAS            PIC S9(09) COMP VALUE ZEROS.
000138        77  WK-VAGAS-EDIT             PIC ZZZZ9       VALUE ZEROS.
000139        77  WK-OCUPADAS-EDIT          PIC ZZZZ9       VALUE ZEROS.
000140       *
000141       * RELATORIO DE VAGAS
000142        77  WK-FIM-QUADRO             PIC X           VALUE 'N'.
000143        77  WK-FIM-SEMQUADRO          PIC X           VALUE 'N'.
000144        77  WK-ENTRADAS-EDIT          PIC ZZZZ9       VALUE ZEROS.
000145        77  WK-SAIDAS-EDIT            PIC ZZZZ9       VALUE ZEROS.
000146        77  WK-PROJETADA-EDIT         PIC ZZZZ9       VALUE ZEROS.
000147        77  WK-ABERTAS-EDIT           PIC -ZZZ9       VALUE ZEROS.
000148        77  WK-SITUACAO-QUADRO        PIC X(08)       VALUE SPACES.
000149        77  WK-SEM-DEPTOFUN           PIC X(03)       VALUE SPACES.
000150        77  WK-SEM-CARGOFUN           PIC X(04)       VALUE SPACES.
000151        01  WK-TOTAIS-RELATORIO.
000152            05  WK-QTD-QUADROS        PIC 9(05)     VALUE ZEROS.
000153            05  WK-QTD-EXCEDIDOS      PIC 9(05)     VALUE ZEROS.
000154            05  WK-QTD-SEM-QUADRO     PIC 9(05)     VALUE ZEROS.
000155            05  WK-TOT-AUTORIZADAS    PIC S9(07) COMP-3 VALUE ZEROS.
000156            05  WK-TOT-OCUPADAS       PIC S9(07) COMP-3 VALUE ZEROS.
000157            05  WK-TOT-ABERTAS        PIC S9(07) COMP-3 VALUE ZEROS.
000158            05  WK-TOT-FUNC-SEM-QUADRO PIC S9(07) COMP-3 VALUE ZEROS.
000159       *
000160        01  WK-RESUMO-LOTE.
000161            05  WK-QTD-INCLUSAO-OK    PIC 9(05)  VALUE ZEROS.
000162            05  WK-QTD-INCLUSAO-REJ   PIC 9(05)  VALUE ZEROS.
000163            05  WK-QTD-ALTERACAO-OK   PIC 9(05)  VALUE ZEROS.
000164            05  WK-QTD-ALTERACAO-REJ  PIC 9(05)  VALUE ZEROS.
000165            05  WK-QTD-EXCLUSAO-OK    PIC 9(05)  VALUE ZEROS.
000166            05  WK-QTD-EXCLUSAO-REJ   PIC 9(05)  VALUE ZEROS.
000167            05  WK-QTD-FUNCAO-INVALIDA PIC 9(05) VALUE ZEROS.
000168            05  WK-QTD-NAO-AUTORIZADA PIC 9(05)  VALUE ZEROS.
000169        77  WK-RESUMO-EDIT            PIC ZZ.ZZ9 VALUE ZEROS.
000170       *
000171       * IDENTIFICACAO E AUTORIZACAO DO OPERADOR (CARTAO 'O')
000172        77  WK-OPERADOR-OK            PIC X      VALUE 'N'.
000173        77  WK-FUNCAO-AUTORIZADA      PIC X      VALUE 'N'.
000174        77  WK-IND-FUNCAO             PIC 9(02) COMP VALUE ZEROS.
000175       *
000176        PROCEDURE DIVISION.
000177        000-PRINCIPAL SECTION.
000178        001-PRINCIPAL.
000179            PERFORM 101-INICIAR.
000180            PERFORM 201-PROCESSAR UNTIL WK-EOF-SYSIN = 'S'.
000181            PERFORM 401-LISTA-QUADRO.
000182            PERFORM 441-LISTA-SEM-QUADRO.
000183            PERFORM 901-FINALIZAR.
000184            STOP RUN.
000185       *******************************************************
000186        100-INICIAR SECTION.
000187        101-INICIAR.
000188            OPEN INPUT TRANSACAO-FILE.
000189            OPEN OUTPUT RELVAGAS-FILE.
000190            PERFORM 301-LER-TRANSACAO.
000191       *******************************************************
000192        200-PROCESSAR SECTION.
000193        201-PROCESSAR.
000194            IF WK-FUNCAO-ACCEPT = 'O'
000195                PERFORM 208-IDENTIFICA-OPERADOR
000196            ELSE
000197                PERFORM 209-VERIFICA-AUTORIZACAO
000198                IF WK-FUNCAO-AUTORIZADA = 'S'
000199                    EVALUATE WK-FUNCAO-ACCEPT
000200                        WHEN 'I'
000201                            PERFORM 202-INCLUSAO
000202                        WHEN 'A'
000203                            PERFORM 203-ALTERACAO
000204                        WHEN 'E'
000205                            PERFORM 204-EXCLUSAO
000206                        WHEN OTHER
000207                            DISPLAY 'FUNCAO ' WK-FUNCAO-ACCEPT
000208                                    ' INVALIDA!'
000209                            ADD 1 TO WK-QTD-FUNCAO-INVALIDA
000210                    END-EVALUATE
000211                END-IF
000212            END-IF.
000213            PERFORM 301-LER-TRANSACAO.
000214       *
000215        208-IDENTIFICA-OPERADOR.
000216            MOVE WK-OPERADOR-ACCEPT TO OPR-OPERADOR.
000217            MOVE 'EAD71969'         TO OPR-PROGRAMA.
000218            MOVE SPACES             TO OPR-FUNCOES.
000219            MOVE 'N'                TO WK-OPERADOR-OK.
000220            EXEC SQL
000221                SELECT FUNCOES INTO :OPR-FUNCOES
000222                    FROM EAD719.OPERADORES
000223                    WHERE OPERADOR = :OPR-OPERADOR
000224                      AND PROGRAMA = :OPR-PROGRAMA
000225                      AND STATUS = 'A'
000226            END-EXEC.
000227            EVALUATE SQLCODE
000228                WHEN 0
000229                    MOVE 'S' TO WK-OPERADOR-OK
000230                    DISPLAY 'OPERADOR ' OPR-OPERADOR
000231                            ' IDENTIFICADO.'
000232                WHEN 100
000233                    DISPLAY 'OPERADOR ' OPR-OPERADOR
000234                            ' NAO CADASTRADO PARA O PROGRAMA!'
000235                WHEN OTHER
000236                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000237                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000238                            ' NO SELECT DO OPERADOR'
000239                    MOVE 12 TO RETURN-CODE
000240                    STOP RUN
000241            END-EVALUATE.
000242       *
000243        209-VERIFICA-AUTORIZACAO.
000244            MOVE 'N' TO WK-FUNCAO-AUTORIZADA.
000245            IF WK-OPERADOR-OK NOT = 'S'
000246                DISPLAY 'TRANSACAO ' WK-FUNCAO-ACCEPT ' '
000247                        WK-DEPTOFUN-ACCEPT '/' WK-CODCARGO-ACCEPT
000248                        ' SEM OPERADOR IDENTIFICADO - REJEITADA!'
000249                ADD 1 TO WK-QTD-NAO-AUTORIZADA
000250                EXIT PARAGRAPH
000251            END-IF.
000252            PERFORM VARYING WK-IND-FUNCAO FROM 1 BY 1
000253                UNTIL WK-IND-FUNCAO > 8
000254                   OR WK-FUNCAO-AUTORIZADA = 'S'
000255                IF OPR-FUNCOES(WK-IND-FUNCAO:1) =
000256                   WK-FUNCAO-ACCEPT
000257                   AND WK-FUNCAO-ACCEPT NOT = SPACES
000258                    MOVE 'S' TO WK-FUNCAO-AUTORIZADA
000259                END-IF
000260            END-PERFORM.
000261            IF WK-FUNCAO-AUTORIZADA NOT = 'S'
000262                DISPLAY 'OPERADOR ' OPR-OPERADOR
000263                        ' NAO AUTORIZADO A FUNCAO '
000264                        WK-FUNCAO-ACCEPT ' ('
000265                        WK-DEPTOFUN-ACCEPT '/' WK-CODCARGO-ACCEPT
000266                        ') - REJEITADA!'
000267                ADD 1 TO WK-QTD-NAO-AUTORIZADA
000268            END-IF.
000269       *
000270       * INCLUSAO: DEPARTAMENTO E CARGO ATIVOS E QUANTIDADE DE
000271       * VAGAS NUMERICA (ZERO CONGELA O PAR)
000272        202-INCLUSAO.
000273            PERFORM 221-VALIDA-CARTAO.
000274            IF WK-CARTAO-VALIDO NOT = 'S'
000275                ADD 1 TO WK-QTD-INCLUSAO-REJ
000276                EXIT PARAGRAPH
000277            END-IF.
000278            PERFORM 222-VALIDA-DEPTO-CARGO.
000279            IF WK-CARTAO-VALIDO NOT = 'S'
000280                ADD 1 TO WK-QTD-INCLUSAO-REJ
000281                EXIT PARAGRAPH
000282            END-IF.
000283            MOVE WK-VAGAS-ACCEPT TO QDV-VAGAS-AUTORIZADAS.
000284            MOVE 'A'             TO QDV-STATUS.
000285            MOVE OPR-OPERADOR    TO QDV-OPERADOR.
000286            EXEC SQL
000287                INSERT INTO EAD719.QUADRO_VAGAS
000288                VALUES(:QDV-DEPTOFUN,
000289                       :QDV-CODCARGO,
000290                       :QDV-VAGAS-AUTORIZADAS,
000291                       :QDV-STATUS,
000292                       :QDV-OPERADOR,
000293                       CURRENT TIMESTAMP)
000294            END-EXEC.
000295            EVALUATE SQLCODE
000296                WHEN 0
000297                    MOVE QDV-VAGAS-AUTORIZADAS TO WK-VAGAS-EDIT
000298                    DISPLAY 'QUADRO ' QDV-DEPTOFUN '/' QDV-CODCARGO
000299                            ' INCLUIDO COM ' WK-VAGAS-EDIT ' VAGAS.'
000300                    ADD 1 TO WK-QTD-INCLUSAO-OK
000301                    PERFORM 224-AVISA-OCUPACAO
000302                WHEN -803
000303                    DISPLAY 'QUADRO ' QDV-DEPTOFUN '/' QDV-CODCARGO
000304                            ' JA CADASTRADO!'
000305                    ADD 1 TO WK-QTD-INCLUSAO-REJ
000306                WHEN OTHER
000307                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000308                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000309                            ' NO INSERT DO QUADRO DE VAGAS'
000310                    MOVE 12 TO RETURN-CODE
000311                    STOP RUN
000312            END-EVALUATE.
000313       *
000314       * ALTERACAO: NOVA QUANTIDADE DE VAGAS; QUADRO INATIVO VOLTA
000315       * A ATIVO. REDUZIR ABAIXO DA OCUPACAO E PERMITIDO (NINGUEM
000316       * E DESLIGADO), MAS NOVAS ENTRADAS FICAM BLOQUEADAS
000317        203-ALTERACAO.
000318            PERFORM 221-VALIDA-CARTAO.
000319            IF WK-CARTAO-VALIDO NOT = 'S'
000320                ADD 1 TO WK-QTD-ALTERACAO-REJ
000321                EXIT PARAGRAPH
000322            END-IF.
000323            PERFORM 223-BUSCA-QUADRO.
000324            IF WK-STATUS-ATUAL = SPACES
000325                ADD 1 TO WK-QTD-ALTERACAO-REJ
000326                EXIT PARAGRAPH
000327            END-IF.
000328            MOVE WK-VAGAS-ACCEPT TO QDV-VAGAS-AUTORIZADAS.
000329            MOVE OPR-OPERADOR    TO QDV-OPERADOR.
000330            EXEC SQL
000331                UPDATE EAD719.QUADRO_VAGAS
000332                    SET VAGAS-AUTORIZADAS = :QDV-VAGAS-AUTORIZADAS,
000333                        STATUS = 'A',
000334                        OPERADOR = :QDV-OPERADOR,
000335                        TS-ULT-ALTERACAO = CURRENT TIMESTAMP
000336                    WHERE DEPTOFUN = :QDV-DEPTOFUN
000337                      AND CODCARGO = :QDV-CODCARGO
000338            END-EXEC.
000339            IF SQLCODE NOT = 0
000340                MOVE SQLCODE TO WK-SQLCODE-EDIT
000341                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000342                        ' NO UPDATE DO QUADRO DE VAGAS'
000343                MOVE 12 TO RETURN-CODE
000344                STOP RUN
000345            END-IF.
000346            MOVE QDV-VAGAS-AUTORIZADAS TO WK-VAGAS-EDIT.
000347            DISPLAY 'QUADRO ' QDV-DEPTOFUN '/' QDV-CODCARGO
000348                    ' ALTERADO PARA ' WK-VAGAS-EDIT ' VAGAS.'.
000349            ADD 1 TO WK-QTD-ALTERACAO-OK.
000350            PERFORM 224-AVISA-OCUPACAO.
000351       *
000352       * DESATIVACAO: O PAR DEIXA DE SER CONTROLADO
000353        204-EXCLUSAO.
000354            IF WK-DEPTOFUN-ACCEPT = SPACES
000355               OR WK-CODCARGO-ACCEPT = SPACES
000356                DISPLAY 'DESATIVACAO DE QUADRO SEM DEPARTAMENTO'
000357                        ' OU CARGO!'
000358                ADD 1 TO WK-QTD-EXCLUSAO-REJ
000359                EXIT PARAGRAPH
000360            END-IF.
000361            MOVE WK-DEPTOFUN-ACCEPT TO QDV-DEPTOFUN.
000362            MOVE WK-CODCARGO-ACCEPT TO QDV-CODCARGO.
000363            PERFORM 223-BUSCA-QUADRO.
000364            IF WK-STATUS-ATUAL = SPACES
000365                ADD 1 TO WK-QTD-EXCLUSAO-REJ
000366                EXIT PARAGRAPH
000367            END-IF.
000368            IF WK-STATUS-ATUAL NOT = 'A'
000369                DISPLAY 'QUADRO ' QDV-DEPTOFUN '/' QDV-CODCARGO
000370                        ' JA INATIVO!'
000371                ADD 1 TO WK-QTD-EXCLUSAO-REJ
000372                EXIT PARAGRAPH
000373            END-IF.
000374            MOVE OPR-OPERADOR TO QDV-OPERADOR.
000375            EXEC SQL
000376                UPDATE EAD719.QUADRO_VAGAS
000377                    SET STATUS = 'I',
000378                        OPERADOR = :QDV-OPERADOR,
000379                        TS-ULT-ALTERACAO = CURRENT TIMESTAMP
000380                    WHERE DEPTOFUN = :QDV-DEPTOFUN
000381                      AND CODCARGO = :QDV-CODCARGO
000382            END-EXEC.
000383            IF SQLCODE NOT = 0
000384                MOVE SQLCODE TO WK-SQLCODE-EDIT
000385                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000386                        ' NA DESATIVACAO DO QUADRO DE VAGAS'
000387                MOVE 12 TO RETURN-CODE
000388                STOP RUN
000389            END-IF.
000390            DISPLAY 'QUADRO ' QDV-DEPTOFUN '/' QDV-CODCARGO
000391                    ' DESATIVADO.'.
000392            ADD 1 TO WK-QTD-EXCLUSAO-OK.
000393       *******************************************************
000394        220-VALIDA-CARTAO SECTION.
000395        221-VALIDA-CARTAO.
000396            MOVE 'S' TO WK-CARTAO-VALIDO.
000397            MOVE WK-DEPTOFUN-ACCEPT TO QDV-DEPTOFUN.
000398            MOVE WK-CODCARGO-ACCEPT TO QDV-CODCARGO.
000399            IF WK-DEPTOFUN-ACCEPT = SPACES
000400               OR WK-CODCARGO-ACCEPT = SPACES
000401                DISPLAY 'QUADRO SEM DEPARTAMENTO OU CARGO!'
000402                MOVE 'N' TO WK-CARTAO-VALIDO
000403                EXIT PARAGRAPH
000404            END-IF.
000405            IF WK-VAGAS-ACCEPT NOT NUMERIC
000406                DISPLAY 'QUADRO ' QDV-DEPTOFUN '/' QDV-CODCARGO
000407                        ' COM QUANTIDADE DE VAGAS NAO NUMERICA!'
000408                MOVE 'N' TO WK-CARTAO-VALIDO
000409            END-IF.
000410       *
000411       * SO SE APROVA VAGA EM DEPARTAMENTO E CARGO ATIVOS
000412        222-VALIDA-DEPTO-CARGO.
000413            MOVE QDV-DEPTOFUN TO DEP-DEPTOFUN.
000414            EXEC SQL
000415                SELECT STATUSDEPTO INTO :DEP-STATUSDEPTO
000416                    FROM EAD719.DEPARTAMENTOS
000417                    WHERE DEPTOFUN = :DEP-DEPTOFUN
000418            END-EXEC.
000419            EVALUATE SQLCODE
000420                WHEN 0
000421                    IF DEP-STATUSDEPTO NOT = 'A'
000422                        DISPLAY 'DEPARTAMENTO ' DEP-DEPTOFUN
000423                                ' INATIVO!'
000424                        MOVE 'N' TO WK-CARTAO-VALIDO
000425                        EXIT PARAGRAPH
000426                    END-IF
000427                WHEN 100
000428                    DISPLAY 'DEPARTAMENTO ' DEP-DEPTOFUN
000429                            ' NAO EXISTE!'
000430                    MOVE 'N' TO WK-CARTAO-VALIDO
000431                    EXIT PARAGRAPH
000432                WHEN OTHER
000433                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000434                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000435                            ' NO SELECT DO DEPARTAMENTO'
000436                    MOVE 12 TO RETURN-CODE
000437                    STOP RUN
000438            END-EVALUATE.
000439            MOVE QDV-CODCARGO TO CRG-CODCARGO.
000440            EXEC SQL
000441                SELECT STATUSCARGO INTO :CRG-STATUSCARGO
000442                    FROM EAD719.CARGOS
000443                    WHERE CODCARGO = :CRG-CODCARGO
000444            END-EXEC.
000445            EVALUATE SQLCODE
000446                WHEN 0
000447                    IF CRG-STATUSCARGO NOT = 'A'
000448                        DISPLAY 'CARGO ' CRG-CODCARGO ' INATIVO!'
000449                        MOVE 'N' TO WK-CARTAO-VALIDO
000450                    END-IF
000451                WHEN 100
000452                    DISPLAY 'CARGO ' CRG-CODCARGO ' NAO EXISTE!'
000453                    MOVE 'N' TO WK-CARTAO-VALIDO
000454                WHEN OTHER
000455                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000456                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000457                            ' NO SELECT DO CARGO'
000458                    MOVE 12 TO RETURN-CODE
000459                    STOP RUN
000460            END-EVALUATE.
000461       *
000462        223-BUSCA-QUADRO.
000463            MOVE SPACES TO WK-STATUS-ATUAL.
000464            EXEC SQL
000465                SELECT STATUS INTO :QDV-STATUS
000466                    FROM EAD719.QUADRO_VAGAS
000467                    WHERE DEPTOFUN = :QDV-DEPTOFUN
000468                      AND CODCARGO = :QDV-CODCARGO
000469            END-EXEC.
000470            EVALUATE SQLCODE
000471                WHEN 0
000472                    MOVE QDV-STATUS TO WK-STATUS-ATUAL
000473                WHEN 100
000474                    DISPLAY 'QUADRO ' QDV-DEPTOFUN '/' QDV-CODCARGO
000475                            ' NAO CADASTRADO!'
000476                WHEN OTHER
000477                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000478                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000479                            ' NO SELECT DO QUADRO DE VAGAS'
000480                    MOVE 12 TO RETURN-CODE
000481                    STOP RUN
000482            END-EVALUATE.
000483       *
000484        224-AVISA-OCUPACAO.
000485            EXEC SQL
000486                SELECT COUNT(*) INTO :WK-QTD-OCUPADAS
000487                    FROM EAD719.FUNCIONARIOS
000488                    WHERE DEPTOFUN = :QDV-DEPTOFUN
000489                      AND CARGOFUN = :QDV-CODCARGO
000490                      AND STATUSFUN = 'A'
000491            END-EXEC.
000492            IF SQLCODE NOT = 0
000493                MOVE SQLCODE TO WK-SQLCODE-EDIT
000494                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000495                        ' NA CONTAGEM DA OCUPACAO'
000496                MOVE 12 TO RETURN-CODE
000497                STOP RUN
000498            END-IF.
000499            IF WK-QTD-OCUPADAS > QDV-VAGAS-AUTORIZADAS
000500                MOVE WK-QTD-OCUPADAS TO WK-OCUPADAS-EDIT
000501                DISPLAY 'ATENCAO: QUADRO ' QDV-DEPTOFUN '/'
000502                        QDV-CODCARGO ' ABAIXO DA OCUPACAO ATUAL ('
000503                        WK-OCUPADAS-EDIT ' FUNCIONARIOS)'
000504            END-IF.
000505       *******************************************************
000506        300-LER-TRANSACAO SECTION.
000507        301-LER-TRANSACAO.
000508            READ TRANSACAO-FILE INTO WK-ACCEPT
000509                AT END
000510                    MOVE 'S' TO WK-EOF-SYSIN
000511            END-READ.
000512       *******************************************************
000513       * VAGAS APROVADAS X OCUPADAS POR DEPARTAMENTO E CARGO
000514        400-RELATORIO SECTION.
000515        401-LISTA-QUADRO.
000516            MOVE SPACES TO RELVAGAS-REC.
000517            STRING 'EAD719 - QUADRO DE VAGAS POR DEPARTAMENTO E CARGO'
000518                DELIMITED BY SIZE INTO RELVAGAS-REC
000519            END-STRING.
000520            WRITE RELVAGAS-REC.
000521            MOVE SPACES TO RELVAGAS-REC.
000522            STRING '(ENTRA/SAI = ALTERACOES AGENDADAS PENDENTES)'
000523                DELIMITED BY SIZE INTO RELVAGAS-REC
000524            END-STRING.
000525            WRITE RELVAGAS-REC.
000526            MOVE SPACES TO RELVAGAS-REC.
000527            STRING 'DEP CARG TITULO              '
000528                ' APROV  OCUP ENTRA   SAI  PROJ ABERT'
000529                DELIMITED BY SIZE INTO RELVAGAS-REC
000530            END-STRING.
000531            WRITE RELVAGAS-REC.
000532            EXEC SQL
000533                OPEN QUADTEMP
000534            END-EXEC.
000535            IF SQLCODE NOT = 0
000536                MOVE SQLCODE TO WK-SQLCODE-EDIT
000537                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000538                        ' NO COMANDO OPEN CURSOR'
000539                MOVE 12 TO RETURN-CODE
000540                STOP RUN
000541            END-IF.
000542            PERFORM 421-LER-QUADTEMP.
000543            PERFORM 402-IMPRIME-QUADRO UNTIL WK-FIM-QUADRO = 'S'.
000544            EXEC SQL
000545                CLOSE QUADTEMP
000546            END-EXEC.
000547            MOVE SPACES TO RELVAGAS-REC.
000548            WRITE RELVAGAS-REC.
000549            MOVE WK-TOT-AUTORIZADAS TO WK-VAGAS-EDIT.
000550            MOVE WK-TOT-OCUPADAS    TO WK-OCUPADAS-EDIT.
000551            MOVE WK-TOT-ABERTAS     TO WK-ABERTAS-EDIT.
000552            MOVE SPACES TO RELVAGAS-REC.
000553            STRING 'TOTAL APROVADAS ' WK-VAGAS-EDIT
000554                '  OCUPADAS ' WK-OCUPADAS-EDIT
000555                '  EM ABERTO ' WK-ABERTAS-EDIT
000556                DELIMITED BY SIZE INTO RELVAGAS-REC
000557            END-STRING.
000558            WRITE RELVAGAS-REC.
000559       *
000560       * PROJETADA = OCUPADAS + ENTRADAS - SAIDAS AGENDADAS
000561        402-IMPRIME-QUADRO.
000562            ADD 1 TO WK-QTD-QUADROS.
000563            COMPUTE WK-QTD-PROJETADA =
000564                WK-QTD-OCUPADAS + WK-QTD-ENTRADAS - WK-QTD-SAIDAS.
000565            COMPUTE WK-QTD-ABERTAS =
000566                QDV-VAGAS-AUTORIZADAS - WK-QTD-PROJETADA.
000567            IF WK-QTD-ABERTAS < 0
000568                MOVE 'EXCEDIDO' TO WK-SITUACAO-QUADRO
000569                ADD 1 TO WK-QTD-EXCEDIDOS
000570            ELSE
000571                MOVE SPACES TO WK-SITUACAO-QUADRO
000572                ADD WK-QTD-ABERTAS TO WK-TOT-ABERTAS
000573            END-IF.
000574            ADD QDV-VAGAS-AUTORIZADAS TO WK-TOT-AUTORIZADAS.
000575            ADD WK-QTD-OCUPADAS       TO WK-TOT-OCUPADAS.
000576            MOVE QDV-VAGAS-AUTORIZADAS TO WK-VAGAS-EDIT.
000577            MOVE WK-QTD-OCUPADAS       TO WK-OCUPADAS-EDIT.
000578            MOVE WK-QTD-ENTRADAS       TO WK-ENTRADAS-EDIT.
000579            MOVE WK-QTD-SAIDAS         TO WK-SAIDAS-EDIT.
000580            MOVE WK-QTD-PROJETADA      TO WK-PROJETADA-EDIT.
000581            MOVE WK-QTD-ABERTAS        TO WK-ABERTAS-EDIT.
000582            MOVE SPACES TO RELVAGAS-REC.
000583            STRING QDV-DEPTOFUN ' ' QDV-CODCARGO ' '
000584                CRG-TITULO-TEXT(1:20) ' ' WK-VAGAS-EDIT ' '
000585                WK-OCUPADAS-EDIT ' ' WK-ENTRADAS-EDIT ' '
000586                WK-SAIDAS-EDIT ' ' WK-PROJETADA-EDIT ' '
000587                WK-ABERTAS-EDIT ' ' WK-SITUACAO-QUADRO
000588                DELIMITED BY SIZE INTO RELVAGAS-REC
000589            END-STRING.
000590            WRITE RELVAGAS-REC.
000591            PERFORM 421-LER-QUADTEMP.
000592       *
000593        421-LER-QUADTEMP.
000594            MOVE SPACES TO CRG-TITULO-TEXT.
000595            EXEC SQL
000596                FETCH QUADTEMP
000597                  INTO :QDV-DEPTOFUN,
000598                       :QDV-CODCARGO,
000599                       :QDV-VAGAS-AUTORIZADAS,
000600                       :CRG-TITULO,
000601                       :WK-QTD-OCUPADAS,
000602                       :WK-QTD-ENTRADAS,
000603                       :WK-QTD-SAIDAS
000604            END-EXEC.
000605            EVALUATE SQLCODE
000606                WHEN 0
000607                    CONTINUE
000608                WHEN 100
000609                    MOVE 'S' TO WK-FIM-QUADRO
000610                WHEN OTHER
000611                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000612                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000613                            ' NO COMANDO FETCH'
000614                    MOVE 12 TO RETURN-CODE
000615                    STOP RUN
000616            END-EVALUATE.
000617       *
000618       * FUNCIONARIOS ATIVOS EM PAR DEPARTAMENTO/CARGO SEM QUADRO
000619       * APROVADO (NAO CONTROLADOS NA ADMISSAO E NA TRANSFERENCIA)
000620        441-LISTA-SEM-QUADRO.
000621            MOVE SPACES TO RELVAGAS-REC.
000622            WRITE RELVAGAS-REC.
000623            MOVE SPACES TO RELVAGAS-REC.
000624            STRING 'OCUPACAO SEM QUADRO APROVADO'
000625                DELIMITED BY SIZE INTO RELVAGAS-REC
000626            END-STRING.
000627            WRITE RELVAGAS-REC.
000628            MOVE SPACES TO RELVAGAS-REC.
000629            STRING 'DEP CARG  OCUP'
000630                DELIMITED BY SIZE INTO RELVAGAS-REC
000631            END-STRING.
000632            WRITE RELVAGAS-REC.
000633            EXEC SQL
000634                OPEN SEMQUADRO
000635            END-EXEC.
000636            IF SQLCODE NOT = 0
000637                MOVE SQLCODE TO WK-SQLCODE-EDIT
000638                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000639                        ' NO COMANDO OPEN CURSOR'
000640                MOVE 12 TO RETURN-CODE
000641                STOP RUN
000642            END-IF.
000643            PERFORM 451-LER-SEMQUADRO.
000644            PERFORM 442-IMPRIME-SEM-QUADRO
000645                UNTIL WK-FIM-SEMQUADRO = 'S'.
000646            EXEC SQL
000647                CLOSE SEMQUADRO
000648            END-EXEC.
000649            IF WK-QTD-SEM-QUADRO = 0
000650                MOVE SPACES TO RELVAGAS-REC
000651                STRING '   (NENHUMA)'
000652                    DELIMITED BY SIZE INTO RELVAGAS-REC
000653                END-STRING
000654                WRITE RELVAGAS-REC
000655            END-IF.
000656       *
000657        442-IMPRIME-SEM-QUADRO.
000658            ADD 1 TO WK-QTD-SEM-QUADRO.
000659            ADD WK-QTD-OCUPADAS TO WK-TOT-FUNC-SEM-QUADRO.
000660            MOVE WK-QTD-OCUPADAS TO WK-OCUPADAS-EDIT.
000661            MOVE SPACES TO RELVAGAS-REC.
000662            STRING WK-SEM-DEPTOFUN ' ' WK-SEM-CARGOFUN ' '
000663                WK-OCUPADAS-EDIT
000664                DELIMITED BY SIZE INTO RELVAGAS-REC
000665            END-STRING.
000666            WRITE RELVAGAS-REC.
000667            PERFORM 451-LER-SEMQUADRO.
000668       *
000669        451-LER-SEMQUADRO.
000670            EXEC SQL
000671                FETCH SEMQUADRO
000672                  INTO :WK-SEM-DEPTOFUN,
000673                       :WK-SEM-CARGOFUN,
000674                       :WK-QTD-OCUPADAS
000675            END-EXEC.
000676            EVALUATE SQLCODE
000677                WHEN 0
000678                    CONTINUE
000679                WHEN 100
000680                    MOVE 'S' TO WK-FIM-SEMQUADRO
000681                WHEN OTHER
000682                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000683                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000684                            ' NO COMANDO FETCH'
000685                    MOVE 12 TO RETURN-CODE
000686                    STOP RUN
000687            END-EVALUATE.
000688       *******************************************************
000689        900-FINALIZAR SECTION.
000690        901-FINALIZAR.
000691            CLOSE TRANSACAO-FILE.
000692            CLOSE RELVAGAS-FILE.
000693            EXEC SQL
000694                COMMIT
000695            END-EXEC.
000696            DISPLAY '*********************************************'.
000697            DISPLAY '*   RESUMO DO LOTE DE TRANSACOES EAD71969  *'.
000698            DISPLAY '*********************************************'.
000699            MOVE WK-QTD-INCLUSAO-OK   TO WK-RESUMO-EDIT.
000700            DISPLAY 'INCLUSOES  APLICADAS  : ' WK-RESUMO-EDIT.
000701            MOVE WK-QTD-INCLUSAO-REJ  TO WK-RESUMO-EDIT.
000702            DISPLAY 'INCLUSOES  REJEITADAS : ' WK-RESUMO-EDIT.
000703            MOVE WK-QTD-ALTERACAO-OK  TO WK-RESUMO-EDIT.
000704            DISPLAY 'ALTERACOES APLICADAS  : ' WK-RESUMO-EDIT.
000705            MOVE WK-QTD-ALTERACAO-REJ TO WK-RESUMO-EDIT.
000706            DISPLAY 'ALTERACOES REJEITADAS : ' WK-RESUMO-EDIT.
000707            MOVE WK-QTD-EXCLUSAO-OK   TO WK-RESUMO-EDIT.
000708            DISPLAY 'DESATIVACOES APLICADAS: ' WK-RESUMO-EDIT.
000709            MOVE WK-QTD-EXCLUSAO-REJ  TO WK-RESUMO-EDIT.
000710            DISPLAY 'DESATIVACOES REJEIT.  : ' WK-RESUMO-EDIT.
000711            MOVE WK-QTD-FUNCAO-INVALIDA TO WK-RESUMO-EDIT.
000712            DISPLAY 'TRANSACOES INVALIDAS  : ' WK-RESUMO-EDIT.
000713            MOVE WK-QTD-NAO-AUTORIZADA TO WK-RESUMO-EDIT.
000714            DISPLAY 'NAO AUTORIZADAS       : ' WK-RESUMO-EDIT.
000715            MOVE WK-QTD-QUADROS       TO WK-RESUMO-EDIT.
000716            DISPLAY 'QUADROS LISTADOS      : ' WK-RESUMO-EDIT.
000717            MOVE WK-QTD-EXCEDIDOS     TO WK-RESUMO-EDIT.
000718            DISPLAY 'QUADROS EXCEDIDOS     : ' WK-RESUMO-EDIT.
000719            MOVE WK-TOT-FUNC-SEM-QUADRO TO WK-RESUMO-EDIT.
000720            DISPLAY 'FUNCIONARIOS S/QUADRO : ' WK-RESUMO-EDIT.
000721            DISPLAY '*********************************************'.
000722            IF WK-QTD-EXCEDIDOS > 0
000723                MOVE 4 TO RETURN-CODE
000724            END-IF.
