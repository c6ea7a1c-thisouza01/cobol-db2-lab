000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID.    EAD71955.
000003        AUTHOR.        THIAGO.
000004       *********************************************************
000005       * MANUTENCAO DOS AFASTAMENTOS (EAD719.AFASTAMENTOS) VIA  *
000006       * CARTOES + RELATORIO DOS AFASTAMENTOS EM ABERTO POR     *
000007       * DEPARTAMENTO                                           *
000008       * CARTAO 'O' NO TOPO DO LOTE IDENTIFICA O OPERADOR E     *
000009       * CADA FUNCAO E CONFERIDA CONTRA EAD719.OPERADORES       *
000010       * FUNCOES: I=INCLUI AFASTAMENTO A=ALTERA PREVISAO E/OU   *
000011       * REGISTRA O RETORNO E=EXCLUI (SO FORA DE COMPETENCIA    *
000012       * FECHADA)                                               *
000013       * TIPOS: D=DOENCA A=ACIDENTE DE TRABALHO M=MATERNIDADE   *
000014       * S=LICENCA SEM REMUNERACAO                              *
000015       * OS AFASTAMENTOS SAO LIDOS PELA FOLHA (EAD71925), PELO  *
000016       * CONTROLE DE FERIAS (EAD71934) E PELO 13O (EAD71933)    *
000017       *********************************************************
000018       *
000019        ENVIRONMENT DIVISION.
000020        CONFIGURATION SECTION.
000021        SPECIAL-NAMES.
000022            DECIMAL-POINT IS COMMA.
000023        INPUT-OUTPUT SECTION.
000024        FILE-CONTROL.
000025            SELECT TRANSACAO-FILE ASSIGN TO SYSIN
000026                ORGANIZATION IS SEQUENTIAL.
000027            SELECT RELAFAST-FILE ASSIGN TO RELAFAST
000028                ORGANIZATION IS SEQUENTIAL.
000029       *
000030        DATA DIVISION.
000031        FILE SECTION.
000032        FD  TRANSACAO-FILE
000033            RECORDING MODE IS F.
000034        01  TRANSACAO-REC               PIC X(80).
000035        FD  RELAFAST-FILE
000036            RECORDING MODE IS F.
000037        01  RELAFAST-REC                PIC X(80).
000038        WORKING-STORAGE SECTION.
000039            EXEC SQL
000040                INCLUDE BOOKAFAS
000041            END-EXEC.
000042            EXEC SQL
000043                INCLUDE BOOKFUNC
000044            END-EXEC.
000045            EXEC SQL
000046                INCLUDE BOOKCOMP
000047            END-EXEC.
000048            EXEC SQL
000049                INCLUDE BOOKOPER
000050            END-EXEC.
000051            EXEC SQL
000052                INCLUDE SQLCA
000053            END-EXEC.
000054            EXEC SQL
000055                DECLARE AFASABERTOS CURSOR FOR
000056                    SELECT F.DEPTOFUN, A.CODFUN, F.NOMEFUN, A.TIPO,
000057                           A.DT-INICIO, A.DT-PREVISTA,
000058                           DAYS(CURRENT DATE) -
000059                           DAYS(DATE(A.DT-INICIO)) + 1,
000060                           CASE WHEN A.DT-PREVISTA <
000061                                     CHAR(CURRENT DATE, ISO)
000062                                THEN 'S' ELSE 'N' END
000063                        FROM EAD719.AFASTAMENTOS A,
000064                             EAD719.FUNCIONARIOS F
000065                    WHERE A.DT-RETORNO = ' '
000066                      AND F.CODFUN = A.CODFUN
000067                    ORDER BY F.DEPTOFUN, A.CODFUN, A.DT-INICIO
000068            END-EXEC.
000069        77  WK-SQLCODE-EDIT           PIC -999        VALUE ZEROS.
000070        77  WK-EOF-SYSIN              PIC X           VALUE 'N'.
000071        01  WK-ACCEPT.
000072            05 WK-FUNCAO-ACCEPT       PIC X           VALUE SPACES.
000073            05 WK-CODFUN-ACCEPT       PIC X(04)       VALUE SPACES.
000074            05 WK-INICIO-ACCEPT       PIC X(10)       VALUE SPACES.
000075            05 WK-TIPO-ACCEPT         PIC X(01)       VALUE SPACES.
000076            05 WK-PREVISTA-ACCEPT     PIC X(10)       VALUE SPACES.
000077            05 WK-RETORNO-ACCEPT      PIC X(10)       VALUE SPACES.
000078        01  WK-ACCEPT-OPER-RED REDEFINES WK-ACCEPT.
000079            05 FILLER                 PIC X(01).
000080            05 WK-OPERADOR-ACCEPT     PIC X(08).
000081            05 FILLER                 PIC X(27).
000082       *
000083        77  WK-CARTAO-VALIDO          PIC X           VALUE 'S'.
000084        77  WK-DATA-TESTE             PIC X(10)       VALUE SPACES.
000085        77  WK-QTD-CONFLITOS          PIC S9(09) COMP VALUE ZEROS.
000086        77  WK-COMPETENCIA-INICIO     PIC X(07)       VALUE SPACES.
000087       *
000088       * RELATORIO DOS AFASTAMENTOS EM ABERTO
000089        77  WK-DEPTO-ANTERIOR         PIC X(03)       VALUE SPACES.
000090        77  WK-DIAS-AFASTADO          PIC S9(07) COMP-3 VALUE ZEROS.
000091        77  WK-PREVISAO-VENCIDA       PIC X           VALUE 'N'.
000092        77  WK-QTD-DEPTO              PIC 9(05)       VALUE ZEROS.
000093        77  WK-QTD-ABERTOS            PIC 9(05)       VALUE ZEROS.
000094        77  WK-QTD-VENCIDOS           PIC 9(05)       VALUE ZEROS.
000095        77  WK-DIAS-EDIT              PIC ZZ.ZZ9      VALUE ZEROS.
000096       *
000097        01  WK-RESUMO-LOTE.
000098            05  WK-QTD-INCLUSAO-OK    PIC 9(05)  VALUE ZEROS.
000099            05  WK-QTD-INCLUSAO-REJ   PIC 9(05)  VALUE ZEROS.
000100            05  WK-QTD-EXCLUSAO-OK    PIC 9(05)  VALUE ZEROS.
000101            05  WK-QTD-EXCLUSAO-REJ   PIC 9(05)  VALUE ZEROS.
000102            05  WK-QTD-ALTERACAO-OK   PIC 9(05)  VALUE ZEROS.
000103            05  WK-QTD-ALTERACAO-REJ  PIC 9(05)  VALUE ZEROS.
000104            05  WK-QTD-FUNCAO-INVALIDA PIC 9(05) VALUE ZEROS.
000105            05  WK-QTD-NAO-AUTORIZADA PIC 9(05)  VALUE ZEROS.
000106        77  WK-RESUMO-EDIT            PIC ZZ.ZZ9 VALUE ZEROS.
000107       *
000108       * IDENTIFICACAO E AUTORIZACAO DO OPERADOR (CARTAO 'O')
000109        77  WK-OPERADOR-OK            PIC X      VALUE 'N'.
000110        77  WK-FUNCAO-AUTORIZADA      PIC X      VALUE 'N'.
000111        77  WK-IND-FUNCAO             PIC 9(02) COMP VALUE ZEROS.
000112       *
000113        PROCEDURE DIVISION.
000114        000-PRINCIPAL SECTION.
000115        001-PRINCIPAL.
000116            PERFORM 101-INICIAR.
000117            PERFORM 201-PROCESSAR UNTIL WK-EOF-SYSIN = 'S'.
000118            PERFORM 401-LISTA-ABERTOS.
000119            PERFORM 901-FINALIZAR.
000120            STOP RUN.
000121       *******************************************************
000122        100-INICIAR SECTION.
000123        101-INICIAR.
000124            OPEN INPUT TRANSACAO-FILE.
000125            OPEN OUTPUT RELAFAST-FILE.
000126            PERFORM 301-LER-TRANSACAO.
000127       *******************************************************
000128        200-PROCESSAR SECTION.
000129        201-PROCESSAR.
000130            IF WK-FUNCAO-ACCEPT = 'O'
000131                PERFORM 208-IDENTIFICA-OPERADOR
000132            ELSE
000133                PERFORM 209-VERIFICA-AUTORIZACAO
000134                IF WK-FUNCAO-AUTORIZADA = 'S'
000135                    EVALUATE WK-FUNCAO-ACCEPT
000136                        WHEN 'I'
000137                            PERFORM 202-INCLUSAO
000138                        WHEN 'E'
000139                            PERFORM 203-EXCLUSAO
000140                        WHEN 'A'
000141                            PERFORM 204-ALTERACAO
000142                        WHEN OTHER
000143                            DISPLAY 'FUNCAO ' WK-FUNCAO-ACCEPT
000144                                    ' INVALIDA!'
000145                            ADD 1 TO WK-QTD-FUNCAO-INVALIDA
000146                    END-EVALUATE
000147                END-IF
000148            END-IF.
000149            PERFORM 301-LER-TRANSACAO.
000150       *
000151        208-IDENTIFICA-OPERADOR.
000152            MOVE WK-OPERADOR-ACCEPT TO OPR-OPERADOR.
000153            MOVE 'EAD71955'         TO OPR-PROGRAMA.
000154            MOVE SPACES             TO OPR-FUNCOES.
000155            MOVE 'N'                TO WK-OPERADOR-OK.
000156            EXEC SQL
000157                SELECT FUNCOES INTO :OPR-FUNCOES
000158                    FROM EAD719.OPERADORES
000159                    WHERE OPERADOR = :OPR-OPERADOR
000160                      AND PROGRAMA = :OPR-PROGRAMA
000161                      AND STATUS = 'A'
000162            END-EXEC.
000163            EVALUATE SQLCODE
000164                WHEN 0
000165                    MOVE 'S' TO WK-OPERADOR-OK
000166                    DISPLAY 'OPERADOR ' OPR-OPERADOR
000167                            ' IDENTIFICADO.'
000168                WHEN 100
000169                    DISPLAY 'OPERADOR ' OPR-OPERADOR
000170                            ' NAO CADASTRADO PARA O PROGRAMA!'
000171                WHEN OTHER
000172                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000173                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000174                            ' NO SELECT DO OPERADOR'
000175                    MOVE 12 TO RETURN-CODE
000176                    STOP RUN
000177            END-EVALUATE.
000178       *
000179        209-VERIFICA-AUTORIZACAO.
000180            MOVE 'N' TO WK-FUNCAO-AUTORIZADA.
000181            IF WK-OPERADOR-OK NOT = 'S'
000182                DISPLAY 'TRANSACAO ' WK-FUNCAO-ACCEPT ' '
000183                        WK-CODFUN-ACCEPT ' SEM OPERADOR'
000184                        ' IDENTIFICADO - REJEITADA!'
000185                ADD 1 TO WK-QTD-NAO-AUTORIZADA
000186                EXIT PARAGRAPH
000187            END-IF.
000188            PERFORM VARYING WK-IND-FUNCAO FROM 1 BY 1
000189                UNTIL WK-IND-FUNCAO > 8
000190                   OR WK-FUNCAO-AUTORIZADA = 'S'
000191                IF OPR-FUNCOES(WK-IND-FUNCAO:1) =
000192                   WK-FUNCAO-ACCEPT
000193                   AND WK-FUNCAO-ACCEPT NOT = SPACES
000194                    MOVE 'S' TO WK-FUNCAO-AUTORIZADA
000195                END-IF
000196            END-PERFORM.
000197            IF WK-FUNCAO-AUTORIZADA NOT = 'S'
000198                DISPLAY 'OPERADOR ' OPR-OPERADOR
000199                        ' NAO AUTORIZADO A FUNCAO '
000200                        WK-FUNCAO-ACCEPT ' ('
000201                        WK-CODFUN-ACCEPT ') - REJEITADA!'
000202                ADD 1 TO WK-QTD-NAO-AUTORIZADA
000203            END-IF.
000204       *
000205       * INCLUSAO: FUNCIONARIO ATIVO, TIPO VALIDO E NENHUM OUTRO
000206       * AFASTAMENTO DELE AINDA EM CURSO NA DATA DE INICIO
000207        202-INCLUSAO.
000208            PERFORM 221-VALIDA-CARTAO.
000209            IF WK-CARTAO-VALIDO = 'S'
000210                PERFORM 222-VALIDA-INCLUSAO
000211            END-IF.
000212            IF WK-CARTAO-VALIDO NOT = 'S'
000213                ADD 1 TO WK-QTD-INCLUSAO-REJ
000214                EXIT PARAGRAPH
000215            END-IF.
000216            MOVE WK-CODFUN-ACCEPT   TO AFS-CODFUN.
000217            MOVE WK-INICIO-ACCEPT   TO AFS-DT-INICIO.
000218            MOVE WK-TIPO-ACCEPT     TO AFS-TIPO.
000219            MOVE WK-PREVISTA-ACCEPT TO AFS-DT-PREVISTA.
000220            MOVE SPACES             TO AFS-DT-RETORNO.
000221            MOVE OPR-OPERADOR       TO AFS-OPERADOR.
000222            EXEC SQL
000223                INSERT INTO EAD719.AFASTAMENTOS
000224                VALUES(:AFS-CODFUN,
000225                       :AFS-DT-INICIO,
000226                       :AFS-TIPO,
000227                       :AFS-DT-PREVISTA,
000228                       :AFS-DT-RETORNO,
000229                       :AFS-OPERADOR,
000230                       CURRENT TIMESTAMP)
000231            END-EXEC.
000232            EVALUATE SQLCODE
000233                WHEN 0
000234                    DISPLAY 'AFASTAMENTO ' AFS-TIPO ' DO FUNCIONARIO '
000235                            AFS-CODFUN ' EM ' AFS-DT-INICIO
000236                            ' FOI INCLUIDO!'
000237                    ADD 1 TO WK-QTD-INCLUSAO-OK
000238                WHEN -803
000239                    DISPLAY 'AFASTAMENTO DO FUNCIONARIO ' AFS-CODFUN
000240                            ' EM ' AFS-DT-INICIO ' JA EXISTE!'
000241                    ADD 1 TO WK-QTD-INCLUSAO-REJ
000242                WHEN OTHER
000243                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000244                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000245                            ' NO COMANDO INSERT'
000246                    MOVE 12 TO RETURN-CODE
000247                    STOP RUN
000248            END-EVALUATE.
000249       *
000250       * EXCLUSAO SO DE AFASTAMENTO QUE NAO COMECOU EM COMPETENCIA
000251       * JA FECHADA (A FOLHA PAGA NAO PODE PERDER A ORIGEM)
000252        203-EXCLUSAO.
000253            IF WK-CODFUN-ACCEPT = SPACES
000254               OR WK-INICIO-ACCEPT = SPACES
000255                DISPLAY 'CARTAO DE EXCLUSAO SEM FUNCIONARIO OU'
000256                        ' DATA DE INICIO!'
000257                ADD 1 TO WK-QTD-EXCLUSAO-REJ
000258                EXIT PARAGRAPH
000259            END-IF.
000260            MOVE WK-INICIO-ACCEPT(1:7) TO WK-COMPETENCIA-INICIO.
000261            PERFORM 231-VERIFICA-COMPETENCIA-FECHADA.
000262            IF WK-CARTAO-VALIDO NOT = 'S'
000263                ADD 1 TO WK-QTD-EXCLUSAO-REJ
000264                EXIT PARAGRAPH
000265            END-IF.
000266            MOVE WK-CODFUN-ACCEPT TO AFS-CODFUN.
000267            MOVE WK-INICIO-ACCEPT TO AFS-DT-INICIO.
000268            EXEC SQL
000269                DELETE FROM EAD719.AFASTAMENTOS
000270                    WHERE CODFUN = :AFS-CODFUN
000271                      AND DT-INICIO = :AFS-DT-INICIO
000272            END-EXEC.
000273            EVALUATE SQLCODE
000274                WHEN 0
000275                    DISPLAY 'AFASTAMENTO DO FUNCIONARIO ' AFS-CODFUN
000276                            ' EM ' AFS-DT-INICIO ' FOI EXCLUIDO!'
000277                    ADD 1 TO WK-QTD-EXCLUSAO-OK
000278                WHEN 100
000279                    DISPLAY 'AFASTAMENTO DO FUNCIONARIO ' AFS-CODFUN
000280                            ' EM ' AFS-DT-INICIO ' NAO EXISTE!'
000281                    ADD 1 TO WK-QTD-EXCLUSAO-REJ
000282                WHEN OTHER
000283                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000284                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000285                            ' NO COMANDO DELETE'
000286                    MOVE 12 TO RETURN-CODE
000287                    STOP RUN
000288            END-EVALUATE.
000289       *
000290       * ALTERACAO: NOVA PREVISAO DE RETORNO E/OU DATA EFETIVA
000291       * DO RETORNO (CAMPO EM BRANCO NO CARTAO = NAO ALTERA)
000292        204-ALTERACAO.
000293            MOVE 'S' TO WK-CARTAO-VALIDO.
000294            IF WK-CODFUN-ACCEPT = SPACES
000295               OR WK-INICIO-ACCEPT = SPACES
000296               OR (WK-PREVISTA-ACCEPT = SPACES
000297                   AND WK-RETORNO-ACCEPT = SPACES)
000298                DISPLAY 'CARTAO DE ALTERACAO INCOMPLETO!'
000299                ADD 1 TO WK-QTD-ALTERACAO-REJ
000300                EXIT PARAGRAPH
000301            END-IF.
000302            IF WK-PREVISTA-ACCEPT NOT = SPACES
000303                MOVE WK-PREVISTA-ACCEPT TO WK-DATA-TESTE
000304                PERFORM 223-VALIDA-DATA
000305            END-IF.
000306            IF WK-RETORNO-ACCEPT NOT = SPACES
000307                MOVE WK-RETORNO-ACCEPT TO WK-DATA-TESTE
000308                PERFORM 223-VALIDA-DATA
000309                IF WK-RETORNO-ACCEPT NOT > WK-INICIO-ACCEPT
000310                    DISPLAY 'RETORNO ' WK-RETORNO-ACCEPT
000311                            ' NAO E POSTERIOR AO INICIO!'
000312                    MOVE 'N' TO WK-CARTAO-VALIDO
000313                END-IF
000314            END-IF.
000315            IF WK-CARTAO-VALIDO NOT = 'S'
000316                ADD 1 TO WK-QTD-ALTERACAO-REJ
000317                EXIT PARAGRAPH
000318            END-IF.
000319            MOVE WK-CODFUN-ACCEPT TO AFS-CODFUN.
000320            MOVE WK-INICIO-ACCEPT TO AFS-DT-INICIO.
000321            MOVE OPR-OPERADOR     TO AFS-OPERADOR.
000322            EXEC SQL
000323                SELECT DT-PREVISTA, DT-RETORNO
000324                    INTO :AFS-DT-PREVISTA, :AFS-DT-RETORNO
000325                    FROM EAD719.AFASTAMENTOS
000326                    WHERE CODFUN = :AFS-CODFUN
000327                      AND DT-INICIO = :AFS-DT-INICIO
000328            END-EXEC.
000329            EVALUATE SQLCODE
000330                WHEN 0
000331                    CONTINUE
000332                WHEN 100
000333                    DISPLAY 'AFASTAMENTO DO FUNCIONARIO ' AFS-CODFUN
000334                            ' EM ' AFS-DT-INICIO ' NAO EXISTE!'
000335                    ADD 1 TO WK-QTD-ALTERACAO-REJ
000336                    EXIT PARAGRAPH
000337                WHEN OTHER
000338                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000339                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000340                            ' NO SELECT DO AFASTAMENTO'
000341                    MOVE 12 TO RETURN-CODE
000342                    STOP RUN
000343            END-EVALUATE.
000344            IF WK-PREVISTA-ACCEPT NOT = SPACES
000345                MOVE WK-PREVISTA-ACCEPT TO AFS-DT-PREVISTA
000346            END-IF.
000347            IF WK-RETORNO-ACCEPT NOT = SPACES
000348                MOVE WK-RETORNO-ACCEPT TO AFS-DT-RETORNO
000349            END-IF.
000350            EXEC SQL
000351                UPDATE EAD719.AFASTAMENTOS
000352                    SET DT-PREVISTA = :AFS-DT-PREVISTA,
000353                        DT-RETORNO = :AFS-DT-RETORNO,
000354                        OPERADOR = :AFS-OPERADOR,
000355                        TS-ULT-ALTERACAO = CURRENT TIMESTAMP
000356                    WHERE CODFUN = :AFS-CODFUN
000357                      AND DT-INICIO = :AFS-DT-INICIO
000358            END-EXEC.
000359            IF SQLCODE NOT = 0
000360                MOVE SQLCODE TO WK-SQLCODE-EDIT
000361                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000362                        ' NO COMANDO UPDATE DO AFASTAMENTO'
000363                MOVE 12 TO RETURN-CODE
000364                STOP RUN
000365            END-IF.
000366            DISPLAY 'AFASTAMENTO DO FUNCIONARIO ' AFS-CODFUN
000367                    ' EM ' AFS-DT-INICIO ' FOI ALTERADO!'.
000368            ADD 1 TO WK-QTD-ALTERACAO-OK.
000369       *******************************************************
000370        220-VALIDA-CARTAO SECTION.
000371        221-VALIDA-CARTAO.
000372            MOVE 'S' TO WK-CARTAO-VALIDO.
000373            IF WK-CODFUN-ACCEPT = SPACES
000374                DISPLAY 'CARTAO SEM FUNCIONARIO!'
000375                MOVE 'N' TO WK-CARTAO-VALIDO
000376                EXIT PARAGRAPH
000377            END-IF.
000378            IF WK-TIPO-ACCEPT NOT = 'D'
000379               AND WK-TIPO-ACCEPT NOT = 'A'
000380               AND WK-TIPO-ACCEPT NOT = 'M'
000381               AND WK-TIPO-ACCEPT NOT = 'S'
000382                DISPLAY 'TIPO DE AFASTAMENTO ' WK-TIPO-ACCEPT
000383                        ' INVALIDO (D, A, M OU S)!'
000384                MOVE 'N' TO WK-CARTAO-VALIDO
000385                EXIT PARAGRAPH
000386            END-IF.
000387            MOVE WK-INICIO-ACCEPT TO WK-DATA-TESTE.
000388            PERFORM 223-VALIDA-DATA.
000389            MOVE WK-PREVISTA-ACCEPT TO WK-DATA-TESTE.
000390            PERFORM 223-VALIDA-DATA.
000391            IF WK-CARTAO-VALIDO = 'S'
000392               AND WK-PREVISTA-ACCEPT < WK-INICIO-ACCEPT
000393                DISPLAY 'PREVISAO DE RETORNO ' WK-PREVISTA-ACCEPT
000394                        ' ANTERIOR AO INICIO!'
000395                MOVE 'N' TO WK-CARTAO-VALIDO
000396            END-IF.
000397       *
000398        222-VALIDA-INCLUSAO.
000399            MOVE WK-CODFUN-ACCEPT TO DB2-CODFUN.
000400            EXEC SQL
000401                SELECT STATUSFUN INTO :DB2-STATUSFUN
000402                    FROM EAD719.FUNCIONARIOS
000403                    WHERE CODFUN = :DB2-CODFUN
000404            END-EXEC.
000405            EVALUATE SQLCODE
000406                WHEN 0
000407                    IF DB2-STATUSFUN NOT = 'A'
000408                        DISPLAY 'FUNCIONARIO ' DB2-CODFUN
000409                                ' NAO ESTA ATIVO!'
000410                        MOVE 'N' TO WK-CARTAO-VALIDO
000411                        EXIT PARAGRAPH
000412                    END-IF
000413                WHEN 100
000414                    DISPLAY 'FUNCIONARIO ' DB2-CODFUN
000415                            ' NAO CADASTRADO!'
000416                    MOVE 'N' TO WK-CARTAO-VALIDO
000417                    EXIT PARAGRAPH
000418                WHEN OTHER
000419                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000420                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000421                            ' NO SELECT DO FUNCIONARIO'
000422                    MOVE 12 TO RETURN-CODE
000423                    STOP RUN
000424            END-EVALUATE.
000425            MOVE WK-INICIO-ACCEPT TO AFS-DT-INICIO.
000426            EXEC SQL
000427                SELECT COUNT(*) INTO :WK-QTD-CONFLITOS
000428                    FROM EAD719.AFASTAMENTOS
000429                    WHERE CODFUN = :DB2-CODFUN
000430                      AND (DT-RETORNO = ' '
000431                           OR DT-RETORNO > :AFS-DT-INICIO)
000432            END-EXEC.
000433            IF SQLCODE NOT = 0
000434                MOVE SQLCODE TO WK-SQLCODE-EDIT
000435                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000436                        ' NA CONSULTA DOS AFASTAMENTOS'
000437                MOVE 12 TO RETURN-CODE
000438                STOP RUN
000439            END-IF.
000440            IF WK-QTD-CONFLITOS > 0
000441                DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' JA TEM'
000442                        ' AFASTAMENTO EM CURSO EM '
000443                        WK-INICIO-ACCEPT '!'
000444                MOVE 'N' TO WK-CARTAO-VALIDO
000445            END-IF.
000446       *
000447        223-VALIDA-DATA.
000448            IF WK-DATA-TESTE = SPACES
000449               OR WK-DATA-TESTE(1:4) NOT NUMERIC
000450               OR WK-DATA-TESTE(5:1) NOT = '-'
000451               OR WK-DATA-TESTE(6:2) NOT NUMERIC
000452               OR WK-DATA-TESTE(8:1) NOT = '-'
000453               OR WK-DATA-TESTE(9:2) NOT NUMERIC
000454                DISPLAY 'DATA ' WK-DATA-TESTE
000455                        ' INVALIDA (AAAA-MM-DD)!'
000456                MOVE 'N' TO WK-CARTAO-VALIDO
000457            END-IF.
000458       *******************************************************
000459        230-VERIFICA-COMPETENCIA SECTION.
000460        231-VERIFICA-COMPETENCIA-FECHADA.
000461            MOVE 'S' TO WK-CARTAO-VALIDO.
000462            MOVE WK-COMPETENCIA-INICIO TO CMP-COMPETENCIA.
000463            EXEC SQL
000464                SELECT STATUS INTO :CMP-STATUS
000465                    FROM EAD719.COMPETENCIAS
000466                    WHERE COMPETENCIA = :CMP-COMPETENCIA
000467            END-EXEC.
000468            EVALUATE SQLCODE
000469                WHEN 0
000470                    IF CMP-STATUS = 'F'
000471                        DISPLAY 'AFASTAMENTO INICIADO NA COMPETENCIA '
000472                                CMP-COMPETENCIA ' JA FECHADA - NAO'
000473                                ' PODE SER EXCLUIDO!'
000474                        MOVE 'N' TO WK-CARTAO-VALIDO
000475                    END-IF
000476                WHEN 100
000477                    CONTINUE
000478                WHEN OTHER
000479                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000480                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000481                            ' NA CONSULTA DA COMPETENCIA'
000482                    MOVE 12 TO RETURN-CODE
000483                    STOP RUN
000484            END-EVALUATE.
000485       *******************************************************
000486        300-LER-TRANSACAO SECTION.
000487        301-LER-TRANSACAO.
000488            READ TRANSACAO-FILE INTO WK-ACCEPT
000489                AT END
000490                    MOVE 'S' TO WK-EOF-SYSIN
000491            END-READ.
000492       *******************************************************
000493       * AFASTAMENTOS EM ABERTO (SEM DATA DE RETORNO) POR DEPTO,
000494       * COM OS DIAS CORRIDOS E A PREVISAO DE RETORNO VENCIDA
000495        400-LISTA-ABERTOS SECTION.
000496        401-LISTA-ABERTOS.
000497            MOVE SPACES TO RELAFAST-REC.
000498            STRING 'EAD719 - AFASTAMENTOS EM ABERTO POR DEPARTAMENTO'
000499                DELIMITED BY SIZE INTO RELAFAST-REC
000500            END-STRING.
000501            WRITE RELAFAST-REC.
000502            MOVE SPACES TO RELAFAST-REC.
000503            STRING 'DEP  FUNC NOME                 T INICIO    '
000504                ' PREVISTA     DIAS'
000505                DELIMITED BY SIZE INTO RELAFAST-REC
000506            END-STRING.
000507            WRITE RELAFAST-REC.
000508            EXEC SQL
000509                OPEN AFASABERTOS
000510            END-EXEC.
000511            EVALUATE SQLCODE
000512                WHEN 0
000513                    PERFORM 421-LER-AFASABERTOS
000514                    PERFORM 402-IMPRIME-ABERTO UNTIL SQLCODE = 100
000515                WHEN 100
000516                    CONTINUE
000517                WHEN OTHER
000518                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000519                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000520                            ' NO COMANDO OPEN CURSOR'
000521                    MOVE 12 TO RETURN-CODE
000522                    STOP RUN
000523            END-EVALUATE.
000524            EXEC SQL
000525                CLOSE AFASABERTOS
000526            END-EXEC.
000527            IF WK-DEPTO-ANTERIOR NOT = SPACES
000528                PERFORM 403-IMPRIME-TOTAL-DEPTO
000529            END-IF.
000530            MOVE SPACES TO RELAFAST-REC.
000531            WRITE RELAFAST-REC.
000532            MOVE SPACES TO RELAFAST-REC.
000533            MOVE WK-QTD-ABERTOS TO WK-RESUMO-EDIT.
000534            STRING 'TOTAL DE AFASTAMENTOS EM ABERTO ......... '
000535                WK-RESUMO-EDIT
000536                DELIMITED BY SIZE INTO RELAFAST-REC
000537            END-STRING.
000538            WRITE RELAFAST-REC.
000539       *
000540        402-IMPRIME-ABERTO.
000541            IF DB2-DEPTOFUN NOT = WK-DEPTO-ANTERIOR
000542                IF WK-DEPTO-ANTERIOR NOT = SPACES
000543                    PERFORM 403-IMPRIME-TOTAL-DEPTO
000544                END-IF
000545                MOVE DB2-DEPTOFUN TO WK-DEPTO-ANTERIOR
000546            END-IF.
000547            ADD 1 TO WK-QTD-DEPTO.
000548            ADD 1 TO WK-QTD-ABERTOS.
000549            MOVE WK-DIAS-AFASTADO TO WK-DIAS-EDIT.
000550            MOVE SPACES TO RELAFAST-REC.
000551            STRING DB2-DEPTOFUN '  ' AFS-CODFUN ' '
000552                DB2-NOMEFUN-TEXT(1:20) ' ' AFS-TIPO ' '
000553                AFS-DT-INICIO ' ' AFS-DT-PREVISTA ' ' WK-DIAS-EDIT
000554                DELIMITED BY SIZE INTO RELAFAST-REC
000555            END-STRING.
000556            IF WK-PREVISAO-VENCIDA = 'S'
000557                MOVE 'PREV.VENCIDA' TO RELAFAST-REC(69:12)
000558                ADD 1 TO WK-QTD-VENCIDOS
000559            END-IF.
000560            WRITE RELAFAST-REC.
000561            PERFORM 421-LER-AFASABERTOS.
000562       *
000563        403-IMPRIME-TOTAL-DEPTO.
000564            MOVE SPACES TO RELAFAST-REC.
000565            MOVE WK-QTD-DEPTO TO WK-RESUMO-EDIT.
000566            STRING '     TOTAL DEPTO ' WK-DEPTO-ANTERIOR
000567                ' .......................... ' WK-RESUMO-EDIT
000568                DELIMITED BY SIZE INTO RELAFAST-REC
000569            END-STRING.
000570            WRITE RELAFAST-REC.
000571            MOVE ZEROS TO WK-QTD-DEPTO.
000572       *
000573        421-LER-AFASABERTOS.
000574            MOVE SPACES TO DB2-NOMEFUN-TEXT.
000575            EXEC SQL
000576                FETCH AFASABERTOS
000577                  INTO :DB2-DEPTOFUN,
000578                       :AFS-CODFUN,
000579                       :DB2-NOMEFUN,
000580                       :AFS-TIPO,
000581                       :AFS-DT-INICIO,
000582                       :AFS-DT-PREVISTA,
000583                       :WK-DIAS-AFASTADO,
000584                       :WK-PREVISAO-VENCIDA
000585            END-EXEC.
000586            EVALUATE SQLCODE
000587                WHEN 0
000588                    CONTINUE
000589                WHEN 100
000590                    CONTINUE
000591                WHEN OTHER
000592                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000593                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000594                            ' NO COMANDO FETCH'
000595                    MOVE 12 TO RETURN-CODE
000596                    STOP RUN
000597            END-EVALUATE.
000598       *******************************************************
000599        900-FINALIZAR SECTION.
000600        901-FINALIZAR.
000601            CLOSE TRANSACAO-FILE.
000602            CLOSE RELAFAST-FILE.
000603            EXEC SQL
000604                COMMIT
000605            END-EXEC.
000606            DISPLAY '*********************************************'.
000607            DISPLAY '*   RESUMO DO LOTE DE TRANSACOES EAD71955  *'.
000608            DISPLAY '*********************************************'.
000609            MOVE WK-QTD-INCLUSAO-OK   TO WK-RESUMO-EDIT.
000610            DISPLAY 'INCLUSOES  APLICADAS  : ' WK-RESUMO-EDIT.
000611            MOVE WK-QTD-INCLUSAO-REJ  TO WK-RESUMO-EDIT.
000612            DISPLAY 'INCLUSOES  REJEITADAS : ' WK-RESUMO-EDIT.
000613            MOVE WK-QTD-EXCLUSAO-OK   TO WK-RESUMO-EDIT.
000614            DISPLAY 'EXCLUSOES  APLICADAS  : ' WK-RESUMO-EDIT.
000615            MOVE WK-QTD-EXCLUSAO-REJ  TO WK-RESUMO-EDIT.
000616            DISPLAY 'EXCLUSOES  REJEITADAS : ' WK-RESUMO-EDIT.
000617            MOVE WK-QTD-ALTERACAO-OK  TO WK-RESUMO-EDIT.
000618            DISPLAY 'ALTERACOES APLICADAS  : ' WK-RESUMO-EDIT.
000619            MOVE WK-QTD-ALTERACAO-REJ TO WK-RESUMO-EDIT.
000620            DISPLAY 'ALTERACOES REJEITADAS : ' WK-RESUMO-EDIT.
000621            MOVE WK-QTD-FUNCAO-INVALIDA TO WK-RESUMO-EDIT.
000622            DISPLAY 'TRANSACOES INVALIDAS  : ' WK-RESUMO-EDIT.
000623            MOVE WK-QTD-NAO-AUTORIZADA TO WK-RESUMO-EDIT.
000624            DISPLAY 'NAO AUTORIZADAS       : ' WK-RESUMO-EDIT.
000625            MOVE WK-QTD-ABERTOS       TO WK-RESUMO-EDIT.
000626            DISPLAY 'AFASTAMENTOS EM ABERTO: ' WK-RESUMO-EDIT.
000627            MOVE WK-QTD-VENCIDOS      TO WK-RESUMO-EDIT.
000628            DISPLAY 'COM PREVISAO VENCIDA  : ' WK-RESUMO-EDIT.
000629            DISPLAY '*********************************************'.
