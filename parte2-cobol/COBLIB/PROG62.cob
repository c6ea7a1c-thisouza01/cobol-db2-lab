000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID.    EAD71962.
000003        AUTHOR.        THIAGO.
000004       *********************************************************
000005       * CONFERENCIA MENSAL DA FATURA DA OPERADORA DO PLANO DE  *
000006       * SAUDE, VIDA A VIDA, CONTRA AS ADESOES EM VIGOR NA      *
000007       * COMPETENCIA (EAD719.ADESOES_PLANO, MANUTENCAO NO       *
000008       * EAD71961). OCORRENCIAS NO RELATORIO RELFATUR:          *
000009       * COBRADO SEM ADESAO, ADESAO NAO COBRADA, DESLIGADO      *
000010       * AINDA COBRADO E DIFERENCA DE PRECO (RC 8 SE HOUVER)    *
000011       * ARQUIVO FATURA: 0=HEADER (COMPETENCIA), 1=VIDA,        *
000012       * 9=TRAILER (QUANTIDADE E VALOR TOTAL, CONFERIDOS)       *
000013       * CARTAO: 'C' COMPETENCIA                                *
000014       *********************************************************
000015       *
000016        ENVIRONMENT DIVISION.
000017        CONFIGURATION SECTION.
000018        SPECIAL-NAMES.
000019            DECIMAL-POINT IS COMMA.
000020        INPUT-OUTPUT SECTION.
000021        FILE-CONTROL.
000022            SELECT PARAMETRO-FILE ASSIGN TO SYSIN
000023                ORGANIZATION IS SEQUENTIAL.
000024            SELECT FATURA-FILE ASSIGN TO FATURA
000025                ORGANIZATION IS SEQUENTIAL.
000026            SELECT RELFATUR-FILE ASSIGN TO RELFATUR
000027                ORGANIZATION IS SEQUENTIAL.
000028       *
000029        DATA DIVISION.
000030        FILE SECTION.
000031        FD  PARAMETRO-FILE
000032            RECORDING MODE IS F.
000033        01  PARAMETRO-REC               PIC X(80).
000034        FD  FATURA-FILE
000035            RECORDING MODE IS F.
000036        01  FATURA-REC                  PIC X(80).
000037        FD  RELFATUR-FILE
000038            RECORDING MODE IS F.
000039        01  RELFATUR-REC                PIC X(80).
000040        WORKING-STORAGE SECTION.
000041            EXEC SQL
000042                INCLUDE BOOKADPL
000043            END-EXEC.
000044            EXEC SQL
000045                INCLUDE BOOKFUNC
000046            END-EXEC.
000047            EXEC SQL
000048                INCLUDE BOOKCPRC
000049            END-EXEC.
000050            EXEC SQL
000051                INCLUDE SQLCA
000052            END-EXEC.
000053        77  WK-COMPETENCIA          PIC X(07)       VALUE SPACES.
000054        77  WK-INICIO-MES           PIC X(10)       VALUE SPACES.
000055        77  WK-FIM-MES              PIC X(10)       VALUE SPACES.
000056       *
000057       * VIDAS COM ADESAO EM VIGOR EM ALGUM DIA DA COMPETENCIA
000058       * (MESMO CRITERIO DO DESCONTO NO EAD71925)
000059            EXEC SQL
000060                DECLARE ADESFATU CURSOR FOR
000061                    SELECT A.CODPLANO, A.CODFUN, A.SEQ-DEPENDENTE,
000062                           A.PRECO-VIDA,
000063                           COALESCE(D.NOME, F.NOMEFUN),
000064                           F.STATUSFUN, F.DT-DEMISSAOFUN
000065                        FROM EAD719.ADESOES_PLANO A
000066                             INNER JOIN EAD719.FUNCIONARIOS F
000067                                ON F.CODFUN = A.CODFUN
000068                             LEFT JOIN EAD719.DEPENDENTES D
000069                                ON D.CODFUN = A.CODFUN
000070                               AND D.SEQ = A.SEQ-DEPENDENTE
000071                    WHERE A.DT-INICIO <= :WK-FIM-MES
000072                      AND (A.DT-FIM = ' '
000073                           OR A.DT-FIM >= :WK-INICIO-MES)
000074                    ORDER BY A.CODPLANO, A.CODFUN, A.SEQ-DEPENDENTE
000075            END-EXEC.
000076        77  WK-SQLCODE-EDIT         PIC -999        VALUE ZEROS.
000077        77  WK-RESUMO-EDIT          PIC ZZ.ZZ9      VALUE ZEROS.
000078        77  WK-EOF-SYSIN            PIC X           VALUE 'N'.
000079        77  WK-EOF-FATURA           PIC X           VALUE 'N'.
000080       *
000081       * CARTAO DE PARAMETRO: 'C' COMPETENCIA
000082        01  WK-PARM-ACCEPT.
000083            05  WK-PARM-TIPO          PIC X(01)     VALUE SPACES.
000084            05  WK-PARM-COMPETENCIA   PIC X(07)     VALUE SPACES.
000085            05  FILLER                PIC X(72)     VALUE SPACES.
000086       *
000087       * REGISTROS DA FATURA DA OPERADORA
000088        01  WK-FATURA-ACCEPT.
000089            05  WK-FAT-TIPO           PIC X(01)     VALUE SPACES.
000090            05  WK-FAT-CODPLANO       PIC X(04)     VALUE SPACES.
000091            05  WK-FAT-CODFUN         PIC X(04)     VALUE SPACES.
000092            05  WK-FAT-SEQ            PIC 9(02)     VALUE ZEROS.
000093            05  WK-FAT-NOME           PIC X(30)     VALUE SPACES.
000094            05  WK-FAT-VALOR          PIC 9(05)V99  VALUE ZEROS.
000095            05  FILLER                PIC X(32)     VALUE SPACES.
000096        01  WK-FATURA-HEADER REDEFINES WK-FATURA-ACCEPT.
000097            05  FILLER                PIC X(01).
000098            05  WK-FAT-COMPETENCIA    PIC X(07).
000099            05  FILLER                PIC X(72).
000100        01  WK-FATURA-TRAILER REDEFINES WK-FATURA-ACCEPT.
000101            05  FILLER                PIC X(01).
000102            05  WK-FAT-QTD-VIDAS      PIC 9(06).
000103            05  WK-FAT-VALOR-TOTAL    PIC 9(09)V99.
000104            05  FILLER                PIC X(62).
000105        77  WK-HEADER-LIDO          PIC X           VALUE 'N'.
000106        77  WK-TRAILER-LIDO         PIC X           VALUE 'N'.
000107        77  WK-TRL-QTD-VIDAS        PIC 9(06)       VALUE ZEROS.
000108        77  WK-TRL-VALOR-TOTAL      PIC S9(9)V99 COMP-3 VALUE ZEROS.
000109       *
000110       * VIDAS COBRADAS, CARREGADAS EM TABELA E MARCADAS A MEDIDA
000111       * QUE CASAM COM UMA ADESAO
000112        01  WK-TABELA-FATURA.
000113            05  WK-QTD-FATURA         PIC 9(04)     VALUE ZEROS.
000114            05  WK-ITEM-FATURA OCCURS 5000 TIMES.
000115                10  WK-ITF-CODPLANO   PIC X(04).
000116                10  WK-ITF-CODFUN     PIC X(04).
000117                10  WK-ITF-SEQ        PIC 9(02).
000118                10  WK-ITF-NOME       PIC X(20).
000119                10  WK-ITF-VALOR      PIC S9(5)V99 COMP-3.
000120                10  WK-ITF-CONFERIDA  PIC X(01).
000121        77  WK-IND-FATURA           PIC 9(04) COMP  VALUE ZEROS.
000122        77  WK-IND-ACHADA           PIC 9(04) COMP  VALUE ZEROS.
000123        77  WK-TOT-FATURA           PIC S9(9)V99 COMP-3 VALUE ZEROS.
000124       *
000125       * OCORRENCIA CORRENTE (LINHA DO RELATORIO)
000126        77  WK-OCORRENCIA           PIC X(24)       VALUE SPACES.
000127        77  WK-OCO-NOME             PIC X(20)       VALUE SPACES.
000128        77  WK-OCO-COBRADO          PIC S9(5)V99 COMP-3 VALUE ZEROS.
000129        77  WK-OCO-ADESAO           PIC S9(5)V99 COMP-3 VALUE ZEROS.
000130        77  WK-DESLIGADO            PIC X           VALUE 'N'.
000131        77  WK-VALOR-EDIT           PIC ZZ.ZZ9,99   VALUE ZEROS.
000132        77  WK-TOTAL-EDIT           PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000133       *
000134        01  WK-RESUMO-CONFERENCIA.
000135            05  WK-QTD-ADESOES        PIC 9(05)     VALUE ZEROS.
000136            05  WK-QTD-CONFEREM       PIC 9(05)     VALUE ZEROS.
000137            05  WK-QTD-SEM-ADESAO     PIC 9(05)     VALUE ZEROS.
000138            05  WK-QTD-NAO-COBRADA    PIC 9(05)     VALUE ZEROS.
000139            05  WK-QTD-DESLIGADO      PIC 9(05)     VALUE ZEROS.
000140            05  WK-QTD-DIF-PRECO      PIC 9(05)     VALUE ZEROS.
000141        01  WK-VALORES-CONFERENCIA.
000142            05  WK-TOT-ADESOES        PIC S9(9)V99 COMP-3 VALUE ZEROS.
000143            05  WK-VLR-SEM-ADESAO     PIC S9(9)V99 COMP-3 VALUE ZEROS.
000144            05  WK-VLR-NAO-COBRADA    PIC S9(9)V99 COMP-3 VALUE ZEROS.
000145            05  WK-VLR-DESLIGADO      PIC S9(9)V99 COMP-3 VALUE ZEROS.
000146            05  WK-VLR-DIF-PRECO      PIC S9(9)V99 COMP-3 VALUE ZEROS.
000147        77  WK-QTD-DIVERGENCIAS     PIC 9(05)       VALUE ZEROS.
000148       *
000149        PROCEDURE DIVISION.
000150        000-PRINCIPAL SECTION.
000151        001-PRINCIPAL.
000152            PERFORM 101-INICIAR.
000153            PERFORM 201-PROCESSAR UNTIL SQLCODE = 100.
000154            PERFORM 901-FINALIZAR.
000155            STOP RUN.
000156       *******************************************************
000157        100-INICIAR SECTION.
000158        101-INICIAR.
000159            OPEN INPUT PARAMETRO-FILE.
000160            PERFORM 111-LER-PARAMETRO UNTIL WK-EOF-SYSIN = 'S'.
000161            CLOSE PARAMETRO-FILE.
000162            IF WK-COMPETENCIA = SPACES
000163                DISPLAY 'COMPETENCIA NAO INFORMADA NOS CARTOES!'
000164                MOVE 12 TO RETURN-CODE
000165                STOP RUN
000166            END-IF.
000167            OPEN INPUT FATURA-FILE.
000168            PERFORM 121-LER-FATURA UNTIL WK-EOF-FATURA = 'S'.
000169            CLOSE FATURA-FILE.
000170            PERFORM 131-CONFERE-TRAILER.
000171            PERFORM 151-CALCULA-LIMITES-MES.
000172            MOVE 'EAD71962' TO CPR-PROCESSO.
000173            MOVE WK-COMPETENCIA TO CPR-COMPETENCIA.
000174            PERFORM 701-REGISTRA-INICIO.
000175            OPEN OUTPUT RELFATUR-FILE.
000176            MOVE SPACES TO RELFATUR-REC.
000177            STRING 'EAD719 - CONFERENCIA DA FATURA DO PLANO DE SAUDE'
000178                ' - COMPETENCIA ' WK-COMPETENCIA
000179                DELIMITED BY SIZE INTO RELFATUR-REC
000180            END-STRING.
000181            WRITE RELFATUR-REC.
000182            MOVE SPACES TO RELFATUR-REC.
000183            STRING 'OCORRENCIA               PLAN FUNC SQ NOME      '
000184                '              COBRADO    ADESAO'
000185                DELIMITED BY SIZE INTO RELFATUR-REC
000186            END-STRING.
000187            WRITE RELFATUR-REC.
000188            EXEC SQL
000189                OPEN ADESFATU
000190            END-EXEC.
000191            EVALUATE SQLCODE
000192                WHEN 0
000193                    PERFORM 301-LER-ADESFATU
000194                WHEN 100
000195                    DISPLAY 'NENHUMA ADESAO EM VIGOR NA COMPETENCIA.'
000196                WHEN OTHER
000197                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000198                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000199                            ' NO COMANDO OPEN CURSOR'
000200                    MOVE 12 TO RETURN-CODE
000201                    STOP RUN
000202            END-EVALUATE.
000203       *
000204        111-LER-PARAMETRO.
000205            READ PARAMETRO-FILE INTO WK-PARM-ACCEPT
000206                AT END
000207                    MOVE 'S' TO WK-EOF-SYSIN
000208            END-READ.
000209            IF WK-EOF-SYSIN = 'S'
000210                EXIT PARAGRAPH
000211            END-IF.
000212            IF WK-PARM-TIPO = 'C'
000213                MOVE WK-PARM-COMPETENCIA TO WK-COMPETENCIA
000214            ELSE
000215                DISPLAY 'CARTAO DE PARAMETRO ' WK-PARM-TIPO
000216                        ' INVALIDO!'
000217            END-IF.
000218       *
000219        121-LER-FATURA.
000220            READ FATURA-FILE INTO WK-FATURA-ACCEPT
000221                AT END
000222                    MOVE 'S' TO WK-EOF-FATURA
000223            END-READ.
000224            IF WK-EOF-FATURA = 'S'
000225                EXIT PARAGRAPH
000226            END-IF.
000227            EVALUATE WK-FAT-TIPO
000228                WHEN '0'
000229                    IF WK-FAT-COMPETENCIA NOT = WK-COMPETENCIA
000230                        DISPLAY 'FATURA DA COMPETENCIA '
000231                                WK-FAT-COMPETENCIA
000232                                ' DIFERENTE DO CARTAO '
000233                                WK-COMPETENCIA '!'
000234                        MOVE 12 TO RETURN-CODE
000235                        STOP RUN
000236                    END-IF
000237                    MOVE 'S' TO WK-HEADER-LIDO
000238                WHEN '1'
000239                    PERFORM 122-CARREGA-VIDA
000240                WHEN '9'
000241                    MOVE WK-FAT-QTD-VIDAS   TO WK-TRL-QTD-VIDAS
000242                    MOVE WK-FAT-VALOR-TOTAL TO WK-TRL-VALOR-TOTAL
000243                    MOVE 'S' TO WK-TRAILER-LIDO
000244                WHEN OTHER
000245                    DISPLAY 'REGISTRO DA FATURA COM TIPO '
000246                            WK-FAT-TIPO ' INVALIDO!'
000247                    MOVE 12 TO RETURN-CODE
000248                    STOP RUN
000249            END-EVALUATE.
000250       *
000251        122-CARREGA-VIDA.
000252            IF WK-FAT-CODFUN = SPACES
000253               OR WK-FAT-SEQ NOT NUMERIC
000254               OR WK-FAT-VALOR NOT NUMERIC
000255                DISPLAY 'VIDA DA FATURA INVALIDA: ' WK-FAT-CODPLANO
000256                        ' ' WK-FAT-CODFUN ' ' WK-FAT-NOME
000257                MOVE 12 TO RETURN-CODE
000258                STOP RUN
000259            END-IF.
000260            IF WK-QTD-FATURA >= 5000
000261                DISPLAY 'TABELA DA FATURA CHEIA!'
000262                MOVE 12 TO RETURN-CODE
000263                STOP RUN
000264            END-IF.
000265            ADD 1 TO WK-QTD-FATURA.
000266            MOVE WK-QTD-FATURA TO WK-IND-FATURA.
000267            MOVE WK-FAT-CODPLANO TO WK-ITF-CODPLANO(WK-IND-FATURA).
000268            MOVE WK-FAT-CODFUN   TO WK-ITF-CODFUN(WK-IND-FATURA).
000269            MOVE WK-FAT-SEQ      TO WK-ITF-SEQ(WK-IND-FATURA).
000270            MOVE WK-FAT-NOME     TO WK-ITF-NOME(WK-IND-FATURA).
000271            MOVE WK-FAT-VALOR    TO WK-ITF-VALOR(WK-IND-FATURA).
000272            MOVE 'N' TO WK-ITF-CONFERIDA(WK-IND-FATURA).
000273            ADD WK-FAT-VALOR TO WK-TOT-FATURA.
000274       *
000275       * FATURA INCOMPLETA OU CORROMPIDA NAO E CONFERIDA
000276        131-CONFERE-TRAILER.
000277            IF WK-HEADER-LIDO NOT = 'S'
000278               OR WK-TRAILER-LIDO NOT = 'S'
000279                DISPLAY 'FATURA SEM HEADER OU SEM TRAILER!'
000280                MOVE 12 TO RETURN-CODE
000281                STOP RUN
000282            END-IF.
000283            IF WK-TRL-QTD-VIDAS NOT = WK-QTD-FATURA
000284               OR WK-TRL-VALOR-TOTAL NOT = WK-TOT-FATURA
000285                MOVE WK-QTD-FATURA TO WK-RESUMO-EDIT
000286                MOVE WK-TOT-FATURA TO WK-TOTAL-EDIT
000287                DISPLAY 'TRAILER DA FATURA NAO CONFERE: LIDAS '
000288                        WK-RESUMO-EDIT ' VIDAS, ' WK-TOTAL-EDIT
000289                MOVE 12 TO RETURN-CODE
000290                STOP RUN
000291            END-IF.
000292       *
000293        151-CALCULA-LIMITES-MES.
000294            STRING WK-COMPETENCIA '-01'
000295                DELIMITED BY SIZE INTO WK-INICIO-MES
000296            END-STRING.
000297            EXEC SQL
000298                SELECT CHAR(DATE(:WK-INICIO-MES) + 1 MONTH - 1 DAY,
000299                            ISO)
000300                    INTO :WK-FIM-MES
000301                    FROM SYSIBM.SYSDUMMY1
000302            END-EXEC.
000303            IF SQLCODE NOT = 0
000304                MOVE SQLCODE TO WK-SQLCODE-EDIT
000305                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000306                        ' NO CALCULO DO FIM DA COMPETENCIA '
000307                        WK-COMPETENCIA
000308                MOVE 12 TO RETURN-CODE
000309                STOP RUN
000310            END-IF.
000311       *******************************************************
000312       * CADA ADESAO EM VIGOR PROCURA A SUA VIDA NA FATURA
000313        200-PROCESSAR SECTION.
000314        201-PROCESSAR.
000315            ADD 1 TO WK-QTD-ADESOES.
000316            ADD ADP-PRECO-VIDA TO WK-TOT-ADESOES.
000317            MOVE 'N' TO WK-DESLIGADO.
000318            IF DB2-STATUSFUN NOT = 'A'
000319               AND (DB2-DT-DEMISSAOFUN = SPACES
000320                    OR DB2-DT-DEMISSAOFUN < WK-INICIO-MES)
000321                MOVE 'S' TO WK-DESLIGADO
000322            END-IF.
000323            MOVE ZEROS TO WK-IND-ACHADA.
000324            PERFORM 211-PROCURA-VIDA
000325                VARYING WK-IND-FATURA FROM 1 BY 1
000326                UNTIL WK-IND-FATURA > WK-QTD-FATURA
000327                   OR WK-IND-ACHADA > 0.
000328            MOVE DB2-NOMEFUN-TEXT(1:20) TO WK-OCO-NOME.
000329            MOVE ADP-PRECO-VIDA TO WK-OCO-ADESAO.
000330            IF WK-IND-ACHADA = 0
000331                IF WK-DESLIGADO NOT = 'S'
000332                    MOVE ZEROS TO WK-OCO-COBRADO
000333                    MOVE 'ADESAO NAO COBRADA' TO WK-OCORRENCIA
000334                    ADD 1 TO WK-QTD-NAO-COBRADA
000335                    ADD ADP-PRECO-VIDA TO WK-VLR-NAO-COBRADA
000336                    PERFORM 401-IMPRIME-OCORRENCIA
000337                END-IF
000338                PERFORM 301-LER-ADESFATU
000339                EXIT PARAGRAPH
000340            END-IF.
000341            MOVE 'S' TO WK-ITF-CONFERIDA(WK-IND-ACHADA).
000342            MOVE WK-ITF-VALOR(WK-IND-ACHADA) TO WK-OCO-COBRADO.
000343            EVALUATE TRUE
000344                WHEN WK-DESLIGADO = 'S'
000345                    MOVE 'DESLIGADO AINDA COBRADO' TO WK-OCORRENCIA
000346                    ADD 1 TO WK-QTD-DESLIGADO
000347                    ADD WK-OCO-COBRADO TO WK-VLR-DESLIGADO
000348                    PERFORM 401-IMPRIME-OCORRENCIA
000349                WHEN WK-OCO-COBRADO NOT = ADP-PRECO-VIDA
000350                    MOVE 'DIFERENCA DE PRECO' TO WK-OCORRENCIA
000351                    ADD 1 TO WK-QTD-DIF-PRECO
000352                    COMPUTE WK-VLR-DIF-PRECO =
000353                        WK-VLR-DIF-PRECO + WK-OCO-COBRADO
000354                        - ADP-PRECO-VIDA
000355                    PERFORM 401-IMPRIME-OCORRENCIA
000356                WHEN OTHER
000357                    ADD 1 TO WK-QTD-CONFEREM
000358            END-EVALUATE.
000359            PERFORM 301-LER-ADESFATU.
000360       *
000361        211-PROCURA-VIDA.
000362            IF WK-ITF-CODFUN(WK-IND-FATURA) = ADP-CODFUN
000363               AND WK-ITF-SEQ(WK-IND-FATURA) = ADP-SEQ-DEPENDENTE
000364               AND WK-ITF-CODPLANO(WK-IND-FATURA) = ADP-CODPLANO
000365               AND WK-ITF-CONFERIDA(WK-IND-FATURA) NOT = 'S'
000366                MOVE WK-IND-FATURA TO WK-IND-ACHADA
000367            END-IF.
000368       *
000369       * VIDA COBRADA QUE NAO CASOU COM NENHUMA ADESAO: SE O
000370       * FUNCIONARIO JA FOI DESLIGADO ANTES DO MES A OCORRENCIA
000371       * E DE DESLIGADO AINDA COBRADO, SENAO COBRADO SEM ADESAO
000372        221-VIDA-SEM-ADESAO.
000373            IF WK-ITF-CONFERIDA(WK-IND-FATURA) = 'S'
000374                EXIT PARAGRAPH
000375            END-IF.
000376            MOVE WK-ITF-CODFUN(WK-IND-FATURA) TO DB2-CODFUN.
000377            MOVE 'N' TO WK-DESLIGADO.
000378            EXEC SQL
000379                SELECT STATUSFUN, DT-DEMISSAOFUN
000380                    INTO :DB2-STATUSFUN, :DB2-DT-DEMISSAOFUN
000381                    FROM EAD719.FUNCIONARIOS
000382                    WHERE CODFUN = :DB2-CODFUN
000383            END-EXEC.
000384            EVALUATE SQLCODE
000385                WHEN 0
000386                    IF DB2-STATUSFUN NOT = 'A'
000387                       AND (DB2-DT-DEMISSAOFUN = SPACES
000388                            OR DB2-DT-DEMISSAOFUN < WK-INICIO-MES)
000389                        MOVE 'S' TO WK-DESLIGADO
000390                    END-IF
000391                WHEN 100
000392                    CONTINUE
000393                WHEN OTHER
000394                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000395                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000396                            ' NO SELECT DO FUNCIONARIO'
000397                    MOVE 12 TO RETURN-CODE
000398                    STOP RUN
000399            END-EVALUATE.
000400            MOVE WK-ITF-CODPLANO(WK-IND-FATURA) TO ADP-CODPLANO.
000401            MOVE WK-ITF-CODFUN(WK-IND-FATURA)   TO ADP-CODFUN.
000402            MOVE WK-ITF-SEQ(WK-IND-FATURA)      TO ADP-SEQ-DEPENDENTE.
000403            MOVE WK-ITF-NOME(WK-IND-FATURA)     TO WK-OCO-NOME.
000404            MOVE WK-ITF-VALOR(WK-IND-FATURA)    TO WK-OCO-COBRADO.
000405            MOVE ZEROS TO WK-OCO-ADESAO.
000406            IF WK-DESLIGADO = 'S'
000407                MOVE 'DESLIGADO AINDA COBRADO' TO WK-OCORRENCIA
000408                ADD 1 TO WK-QTD-DESLIGADO
000409                ADD WK-OCO-COBRADO TO WK-VLR-DESLIGADO
000410            ELSE
000411                MOVE 'COBRADO SEM ADESAO' TO WK-OCORRENCIA
000412                ADD 1 TO WK-QTD-SEM-ADESAO
000413                ADD WK-OCO-COBRADO TO WK-VLR-SEM-ADESAO
000414            END-IF.
000415            PERFORM 401-IMPRIME-OCORRENCIA.
000416       *******************************************************
000417        300-LER-ADESFATU SECTION.
000418        301-LER-ADESFATU.
000419            MOVE SPACES TO DB2-NOMEFUN-TEXT.
000420            EXEC SQL
000421                FETCH ADESFATU
000422                  INTO :ADP-CODPLANO,
000423                       :ADP-CODFUN,
000424                       :ADP-SEQ-DEPENDENTE,
000425                       :ADP-PRECO-VIDA,
000426                       :DB2-NOMEFUN,
000427                       :DB2-STATUSFUN,
000428                       :DB2-DT-DEMISSAOFUN
000429            END-EXEC.
000430            EVALUATE SQLCODE
000431                WHEN 0
000432                    CONTINUE
000433                WHEN 100
000434                    CONTINUE
000435                WHEN OTHER
000436                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000437                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000438                            ' NO COMANDO FETCH'
000439                    MOVE 12 TO RETURN-CODE
000440                    STOP RUN
000441            END-EVALUATE.
000442       *******************************************************
000443        400-IMPRIME SECTION.
000444        401-IMPRIME-OCORRENCIA.
000445            ADD 1 TO WK-QTD-DIVERGENCIAS.
000446            MOVE SPACES TO RELFATUR-REC.
000447            STRING WK-OCORRENCIA ' ' ADP-CODPLANO ' ' ADP-CODFUN ' '
000448                ADP-SEQ-DEPENDENTE ' ' WK-OCO-NOME
000449                DELIMITED BY SIZE INTO RELFATUR-REC
000450            END-STRING.
000451            MOVE WK-OCO-COBRADO TO WK-VALOR-EDIT.
000452            MOVE WK-VALOR-EDIT TO RELFATUR-REC(61:9).
000453            MOVE WK-OCO-ADESAO TO WK-VALOR-EDIT.
000454            MOVE WK-VALOR-EDIT TO RELFATUR-REC(71:9).
000455            WRITE RELFATUR-REC.
000456       *
000457        411-IMPRIME-TOTAL.
000458            MOVE SPACES TO RELFATUR-REC.
000459            STRING WK-OCORRENCIA ' ' WK-RESUMO-EDIT ' VIDAS '
000460                WK-TOTAL-EDIT
000461                DELIMITED BY SIZE INTO RELFATUR-REC
000462            END-STRING.
000463            WRITE RELFATUR-REC.
000464       *******************************************************
000465        900-FINALIZAR SECTION.
000466        901-FINALIZAR.
000467            EXEC SQL
000468                CLOSE ADESFATU
000469            END-EXEC.
000470            PERFORM 221-VIDA-SEM-ADESAO
000471                VARYING WK-IND-FATURA FROM 1 BY 1
000472                UNTIL WK-IND-FATURA > WK-QTD-FATURA.
000473            MOVE SPACES TO RELFATUR-REC.
000474            WRITE RELFATUR-REC.
000475            MOVE SPACES TO RELFATUR-REC.
000476            STRING '========== TOTAIS DA CONFERENCIA =========='
000477                DELIMITED BY SIZE INTO RELFATUR-REC
000478            END-STRING.
000479            WRITE RELFATUR-REC.
000480            MOVE 'FATURA DA OPERADORA' TO WK-OCORRENCIA.
000481            MOVE WK-QTD-FATURA TO WK-RESUMO-EDIT.
000482            MOVE WK-TOT-FATURA TO WK-TOTAL-EDIT.
000483            PERFORM 411-IMPRIME-TOTAL.
000484            MOVE 'ADESOES EM VIGOR' TO WK-OCORRENCIA.
000485            MOVE WK-QTD-ADESOES TO WK-RESUMO-EDIT.
000486            MOVE WK-TOT-ADESOES TO WK-TOTAL-EDIT.
000487            PERFORM 411-IMPRIME-TOTAL.
000488            MOVE 'COBRADO SEM ADESAO' TO WK-OCORRENCIA.
000489            MOVE WK-QTD-SEM-ADESAO TO WK-RESUMO-EDIT.
000490            MOVE WK-VLR-SEM-ADESAO TO WK-TOTAL-EDIT.
000491            PERFORM 411-IMPRIME-TOTAL.
000492            MOVE 'ADESAO NAO COBRADA' TO WK-OCORRENCIA.
000493            MOVE WK-QTD-NAO-COBRADA TO WK-RESUMO-EDIT.
000494            MOVE WK-VLR-NAO-COBRADA TO WK-TOTAL-EDIT.
000495            PERFORM 411-IMPRIME-TOTAL.
000496            MOVE 'DESLIGADO AINDA COBRADO' TO WK-OCORRENCIA.
000497            MOVE WK-QTD-DESLIGADO TO WK-RESUMO-EDIT.
000498            MOVE WK-VLR-DESLIGADO TO WK-TOTAL-EDIT.
000499            PERFORM 411-IMPRIME-TOTAL.
000500            MOVE 'DIFERENCA DE PRECO' TO WK-OCORRENCIA.
000501            MOVE WK-QTD-DIF-PRECO TO WK-RESUMO-EDIT.
000502            MOVE WK-VLR-DIF-PRECO TO WK-TOTAL-EDIT.
000503            PERFORM 411-IMPRIME-TOTAL.
000504            MOVE SPACES TO RELFATUR-REC.
000505            IF WK-QTD-DIVERGENCIAS > 0
000506                STRING '*** FATURA COM DIVERGENCIAS! ***'
000507                    DELIMITED BY SIZE INTO RELFATUR-REC
000508                END-STRING
000509                DISPLAY '*** FATURA COM DIVERGENCIAS! ***'
000510                MOVE 08 TO RETURN-CODE
000511            ELSE
000512                STRING 'FATURA CONFERE COM AS ADESOES'
000513                    DELIMITED BY SIZE INTO RELFATUR-REC
000514                END-STRING
000515                DISPLAY 'FATURA CONFERE COM AS ADESOES'
000516            END-IF.
000517            WRITE RELFATUR-REC.
000518            CLOSE RELFATUR-FILE.
000519            DISPLAY '*********************************************'.
000520            DISPLAY '*   RESUMO DA CONFERENCIA EAD71962         *'.
000521            DISPLAY '*********************************************'.
000522            DISPLAY 'COMPETENCIA           : ' WK-COMPETENCIA.
000523            MOVE WK-QTD-FATURA TO WK-RESUMO-EDIT.
000524            DISPLAY 'VIDAS NA FATURA       : ' WK-RESUMO-EDIT.
000525            MOVE WK-QTD-ADESOES TO WK-RESUMO-EDIT.
000526            DISPLAY 'ADESOES EM VIGOR      : ' WK-RESUMO-EDIT.
000527            MOVE WK-QTD-CONFEREM TO WK-RESUMO-EDIT.
000528            DISPLAY 'VIDAS QUE CONFEREM    : ' WK-RESUMO-EDIT.
000529            MOVE WK-QTD-SEM-ADESAO TO WK-RESUMO-EDIT.
000530            DISPLAY 'COBRADO SEM ADESAO    : ' WK-RESUMO-EDIT.
000531            MOVE WK-QTD-NAO-COBRADA TO WK-RESUMO-EDIT.
000532            DISPLAY 'ADESAO NAO COBRADA    : ' WK-RESUMO-EDIT.
000533            MOVE WK-QTD-DESLIGADO TO WK-RESUMO-EDIT.
000534            DISPLAY 'DESLIGADO COBRADO     : ' WK-RESUMO-EDIT.
000535            MOVE WK-QTD-DIF-PRECO TO WK-RESUMO-EDIT.
000536            DISPLAY 'DIFERENCA DE PRECO    : ' WK-RESUMO-EDIT.
000537            DISPLAY '*********************************************'.
000538            MOVE WK-QTD-FATURA TO CPR-QTD-REGISTROS.
000539            PERFORM 711-REGISTRA-FIM.
000540       *******************************************************
000541       * REGISTRO DA EXECUCAO EM EAD719.CONTROLE_PROCESSOS,
000542       * NO PADRAO DO EAD719.CONTROLE_EXTRACAO, PARA AS
000543       * DEPENDENCIAS DO SCHEDULE NOTURNO
000544        700-CONTROLE-PROCESSOS SECTION.
000545        701-REGISTRA-INICIO.
000546            EXEC SQL
000547                SELECT CHAR(CURRENT TIMESTAMP)
000548                    INTO :CPR-TS-INICIO
000549                    FROM SYSIBM.SYSDUMMY1
000550            END-EXEC.
000551            IF SQLCODE NOT = 0
000552                MOVE SQLCODE TO WK-SQLCODE-EDIT
000553                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000554                        ' NA LEITURA DO TIMESTAMP DE INICIO'
000555                MOVE 12 TO RETURN-CODE
000556                STOP RUN
000557            END-IF.
000558            MOVE SPACES TO CPR-TS-FIM.
000559            MOVE ZEROS  TO CPR-RETORNO.
000560            MOVE ZEROS  TO CPR-QTD-REGISTROS.
000561            MOVE 'E'    TO CPR-STATUS.
000562            EXEC SQL
000563                INSERT INTO EAD719.CONTROLE_PROCESSOS
000564                VALUES(:CPR-PROCESSO,
000565                       :CPR-COMPETENCIA,
000566                       :CPR-TS-INICIO,
000567                       :CPR-TS-FIM,
000568                       :CPR-RETORNO,
000569                       :CPR-QTD-REGISTROS,
000570                       :CPR-STATUS)
000571            END-EXEC.
000572            IF SQLCODE NOT = 0
000573                MOVE SQLCODE TO WK-SQLCODE-EDIT
000574                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000575                        ' NO REGISTRO DE INICIO DO PROCESSO'
000576                MOVE 12 TO RETURN-CODE
000577                STOP RUN
000578            END-IF.
000579            EXEC SQL
000580                COMMIT
000581            END-EXEC.
000582       *
000583        711-REGISTRA-FIM.
000584            MOVE RETURN-CODE TO CPR-RETORNO.
000585            EXEC SQL
000586                UPDATE EAD719.CONTROLE_PROCESSOS
000587                    SET TS-FIM = CHAR(CURRENT TIMESTAMP),
000588                        RETORNO = :CPR-RETORNO,
000589                        QTD-REGISTROS = :CPR-QTD-REGISTROS,
000590                        STATUS = 'T'
000591                    WHERE PROCESSO = :CPR-PROCESSO
000592                      AND TS-INICIO = :CPR-TS-INICIO
000593            END-EXEC.
000594            IF SQLCODE NOT = 0
000595                MOVE SQLCODE TO WK-SQLCODE-EDIT
000596                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000597                        ' NO REGISTRO DE FIM DO PROCESSO'
000598                MOVE 12 TO RETURN-CODE
000599            END-IF.
000600            EXEC SQL
000601                COMMIT
000602            END-EXEC.
