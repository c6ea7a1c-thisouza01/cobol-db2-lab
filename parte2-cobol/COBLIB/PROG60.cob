000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID.    EAD71960.
000003        AUTHOR.        THIAGO.
000004       *********************************************************
000005       * IMPORTACAO DO PONTO ELETRONICO: LE O ARQUIVO MENSAL DE *
000006       * HORAS POR FUNCIONARIO (HORAS EXTRAS 50% E 100%, HORAS  *
000007       * NOTURNAS, FALTAS INJUSTIFICADAS E MINUTOS DE ATRASO),  *
000008       * VALIDA O CODFUN EM EAD719.FUNCIONARIOS (ATIVO E NAO    *
000009       * AFASTADO NO MES INTEIRO EM EAD719.AFASTAMENTOS),       *
000010       * VALORIZA AS HORAS PELO SALARIOFUN (DIVISOR 220), COM O *
000011       * REFLEXO NO DSR DAS HORAS EXTRAS/ADICIONAL NOTURNO E A  *
000012       * PERDA DO DSR DAS SEMANAS COM FALTA, E GRAVA O          *
000013       * RESULTADO NO LAYOUT DO MOVIMENTO DE RUBRICAS DO        *
000014       * EAD71925. REJEITADOS VAO PARA O ARQUIVO REJPONTO COM O *
000015       * MOTIVO; RELPONTO TRAZ HORAS E VALORES POR DEPTO        *
000016       * CARTAO 'C': COMPETENCIA, DIAS UTEIS E DOMINGOS E       *
000017       * FERIADOS DO MES (BASE DO REFLEXO NO DSR)               *
000018       *********************************************************
000019       *
000020        ENVIRONMENT DIVISION.
000021        CONFIGURATION SECTION.
000022        SPECIAL-NAMES.
000023            DECIMAL-POINT IS COMMA.
000024        INPUT-OUTPUT SECTION.
000025        FILE-CONTROL.
000026            SELECT PARAMETRO-FILE ASSIGN TO SYSIN
000027                ORGANIZATION IS SEQUENTIAL.
000028            SELECT PONTO-FILE ASSIGN TO PONTO
000029                ORGANIZATION IS SEQUENTIAL.
000030            SELECT MOVIMENTO-FILE ASSIGN TO MOVIMENTO
000031                ORGANIZATION IS SEQUENTIAL.
000032            SELECT REJPONTO-FILE ASSIGN TO REJPONTO
000033                ORGANIZATION IS SEQUENTIAL.
000034            SELECT RELPONTO-FILE ASSIGN TO RELPONTO
000035                ORGANIZATION IS SEQUENTIAL.
000036       *
000037        DATA DIVISION.
000038        FILE SECTION.
000039        FD  PARAMETRO-FILE
000040            RECORDING MODE IS F.
000041        01  PARAMETRO-REC               PIC X(80).
000042        FD  PONTO-FILE
000043            RECORDING MODE IS F.
000044        01  PONTO-REC                   PIC X(80).
000045        FD  MOVIMENTO-FILE
000046            RECORDING MODE IS F.
000047        01  MOVIMENTO-REC               PIC X(80).
000048        FD  REJPONTO-FILE
000049            RECORDING MODE IS F.
000050        01  REJPONTO-REC                PIC X(80).
000051        FD  RELPONTO-FILE
000052            RECORDING MODE IS F.
000053        01  RELPONTO-REC                PIC X(80).
000054        WORKING-STORAGE SECTION.
000055            EXEC SQL
000056                INCLUDE BOOKFUNC
000057            END-EXEC.
000058            EXEC SQL
000059                INCLUDE BOOKAFAS
000060            END-EXEC.
000061            EXEC SQL
000062                INCLUDE BOOKCOMP
000063            END-EXEC.
000064            EXEC SQL
000065                INCLUDE SQLCA
000066            END-EXEC.
000067        77  WK-SQLCODE-EDIT         PIC -999        VALUE ZEROS.
000068        77  WK-EOF-SYSIN            PIC X           VALUE 'N'.
000069        77  WK-EOF-PONTO            PIC X           VALUE 'N'.
000070       *
000071       * CARTAO DE PARAMETRO 'C': COMPETENCIA, DIAS UTEIS E
000072       * DOMINGOS/FERIADOS DO MES
000073        01  WK-PARM-ACCEPT.
000074            05  WK-PARM-TIPO          PIC X(01)     VALUE SPACES.
000075            05  WK-PARM-COMPETENCIA   PIC X(07)     VALUE SPACES.
000076            05  WK-PARM-DIAS-UTEIS    PIC 9(02)     VALUE ZEROS.
000077            05  WK-PARM-DIAS-DSR      PIC 9(02)     VALUE ZEROS.
000078            05  FILLER                PIC X(68)     VALUE SPACES.
000079        77  WK-COMPETENCIA          PIC X(07)       VALUE SPACES.
000080        77  WK-DIAS-UTEIS           PIC 9(02)       VALUE ZEROS.
000081        77  WK-DIAS-DSR             PIC 9(02)       VALUE ZEROS.
000082        77  WK-INICIO-MES           PIC X(10)       VALUE SPACES.
000083        77  WK-FIM-MES              PIC X(10)       VALUE SPACES.
000084       *
000085       * REGISTRO DO PONTO: HORAS COM 2 DECIMAIS, FALTAS EM DIAS,
000086       * DSR PERDIDOS = SEMANAS COM FALTA (EM BRANCO/ZERO = UM
000087       * DSR POR FALTA) E ATRASOS EM MINUTOS
000088        01  WK-PONTO-ACCEPT.
000089            05  WK-PNT-DADOS.
000090                10  WK-PNT-CODFUN         PIC X(04).
000091                10  WK-PNT-COMPETENCIA    PIC X(07).
000092                10  WK-PNT-HORAS-HE50     PIC 9(03)V99.
000093                10  WK-PNT-HORAS-HE100    PIC 9(03)V99.
000094                10  WK-PNT-HORAS-NOTURNO  PIC 9(03)V99.
000095                10  WK-PNT-FALTAS         PIC 9(02).
000096                10  WK-PNT-DSR-PERDIDOS   PIC 9(01).
000097                10  WK-PNT-MINUTOS-ATRASO PIC 9(04).
000098            05  FILLER                    PIC X(47).
000099       *
000100       * REJEITADOS: O REGISTRO DO PONTO COMO VEIO + MOTIVO
000101        01  WK-REJEITADO.
000102            05  WK-REJ-DADOS          PIC X(33).
000103            05  FILLER                PIC X(01)     VALUE SPACES.
000104            05  WK-REJ-MOTIVO         PIC X(30).
000105            05  FILLER                PIC X(16)     VALUE SPACES.
000106        77  WK-MOTIVO               PIC X(30)       VALUE SPACES.
000107       *
000108       * MOVIMENTO DE RUBRICAS NO LAYOUT LIDO PELO EAD71925
000109        01  WK-MOVIMENTO-SAIDA.
000110            05  WK-MOV-CODFUN         PIC X(04).
000111            05  WK-MOV-RUBRICA        PIC X(04).
000112            05  WK-MOV-TIPO           PIC X(01).
000113            05  WK-MOV-VALOR          PIC 9(06)V99.
000114            05  WK-MOV-DESCRICAO      PIC X(20).
000115            05  FILLER                PIC X(43)     VALUE SPACES.
000116       *
000117       * VALORIZACAO: HORA NORMAL = SALARIOFUN / 220; DIA =
000118       * SALARIOFUN / 30; ADICIONAIS LEGAIS DAS HORAS EXTRAS E
000119       * DO TRABALHO NOTURNO
000120        77  WK-DIVISOR-HORAS        PIC 9(03)       VALUE 220.
000121        77  WK-PERC-HE50            PIC 9(03)V99    VALUE 050,00.
000122        77  WK-PERC-HE100           PIC 9(03)V99    VALUE 100,00.
000123        77  WK-PERC-NOTURNO         PIC 9(03)V99    VALUE 020,00.
000124        77  WK-VALOR-HORA           PIC S9(5)V9(4) COMP-3 VALUE ZEROS.
000125        77  WK-VALOR-DIA            PIC S9(5)V9(4) COMP-3 VALUE ZEROS.
000126        77  WK-VALOR-HE50           PIC S9(7)V99 COMP-3 VALUE ZEROS.
000127        77  WK-VALOR-HE100          PIC S9(7)V99 COMP-3 VALUE ZEROS.
000128        77  WK-VALOR-NOTURNO        PIC S9(7)V99 COMP-3 VALUE ZEROS.
000129        77  WK-VALOR-DSR-REFLEXO    PIC S9(7)V99 COMP-3 VALUE ZEROS.
000130        77  WK-VALOR-FALTAS         PIC S9(7)V99 COMP-3 VALUE ZEROS.
000131        77  WK-VALOR-DSR-PERDA      PIC S9(7)V99 COMP-3 VALUE ZEROS.
000132        77  WK-VALOR-ATRASO         PIC S9(7)V99 COMP-3 VALUE ZEROS.
000133        77  WK-DSR-PERDIDOS         PIC 9(02)       VALUE ZEROS.
000134        77  WK-AFASTADO-MES         PIC S9(04) COMP VALUE ZEROS.
000135       *
000136       * TOTAIS POR DEPARTAMENTO PARA O RELATORIO DE CONTROLE
000137        01  WK-TABELA-DEPTOS.
000138            05  WK-QTD-DEPTOS         PIC 9(03)     VALUE ZEROS.
000139            05  WK-DEPTO OCCURS 200 TIMES.
000140                10  WK-DPT-DEPTOFUN   PIC X(03).
000141                10  WK-DPT-QTD-FUNC   PIC 9(05).
000142                10  WK-DPT-HE50       PIC S9(6)V99 COMP-3.
000143                10  WK-DPT-HE100      PIC S9(6)V99 COMP-3.
000144                10  WK-DPT-NOTURNO    PIC S9(6)V99 COMP-3.
000145                10  WK-DPT-FALTAS     PIC S9(5)    COMP-3.
000146                10  WK-DPT-ATRASO     PIC S9(7)    COMP-3.
000147                10  WK-DPT-PROVENTOS  PIC S9(9)V99 COMP-3.
000148                10  WK-DPT-DESCONTOS  PIC S9(9)V99 COMP-3.
000149        77  WK-IND-DPT              PIC 9(03) COMP  VALUE ZEROS.
000150        77  WK-DPT-ACHADO           PIC X           VALUE 'N'.
000151       *
000152        77  WK-QTD-LIDOS            PIC 9(05)       VALUE ZEROS.
000153        77  WK-QTD-ACEITOS          PIC 9(05)       VALUE ZEROS.
000154        77  WK-QTD-REJEITADOS       PIC 9(05)       VALUE ZEROS.
000155        77  WK-QTD-SEM-HORAS        PIC 9(05)       VALUE ZEROS.
000156        77  WK-QTD-MOVIMENTOS       PIC 9(05)       VALUE ZEROS.
000157        77  WK-TOT-PROVENTOS        PIC S9(9)V99 COMP-3 VALUE ZEROS.
000158        77  WK-TOT-DESCONTOS        PIC S9(9)V99 COMP-3 VALUE ZEROS.
000159        77  WK-HORAS-EDIT           PIC ZZ.ZZ9,99   VALUE ZEROS.
000160        77  WK-QTD-EDIT             PIC ZZ.ZZ9      VALUE ZEROS.
000161        77  WK-MINUTOS-EDIT         PIC Z.ZZZ.ZZ9   VALUE ZEROS.
000162        77  WK-VALOR-EDIT           PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000163        77  WK-RESUMO-EDIT          PIC ZZ.ZZ9      VALUE ZEROS.
000164       *
000165        PROCEDURE DIVISION.
000166        000-PRINCIPAL SECTION.
000167        001-PRINCIPAL.
000168            PERFORM 101-INICIAR.
000169            PERFORM 201-PROCESSAR UNTIL WK-EOF-PONTO = 'S'.
000170            PERFORM 901-FINALIZAR.
000171            STOP RUN.
000172       *******************************************************
000173        100-INICIAR SECTION.
000174        101-INICIAR.
000175            OPEN INPUT PARAMETRO-FILE.
000176            PERFORM 111-LER-PARAMETRO UNTIL WK-EOF-SYSIN = 'S'.
000177            CLOSE PARAMETRO-FILE.
000178            IF WK-COMPETENCIA = SPACES
000179               OR WK-DIAS-UTEIS = ZEROS
000180                DISPLAY 'CARTAO C (COMPETENCIA E DIAS UTEIS) NAO'
000181                        ' INFORMADO!'
000182                MOVE 12 TO RETURN-CODE
000183                STOP RUN
000184            END-IF.
000185            PERFORM 121-VALIDA-COMPETENCIA.
000186            PERFORM 131-CALCULA-LIMITES-MES.
000187            OPEN INPUT PONTO-FILE.
000188            OPEN OUTPUT MOVIMENTO-FILE.
000189            OPEN OUTPUT REJPONTO-FILE.
000190            OPEN OUTPUT RELPONTO-FILE.
000191            PERFORM 301-LER-PONTO.
000192            IF WK-EOF-PONTO = 'S'
000193                DISPLAY 'ARQUIVO DO PONTO VAZIO.'
000194            END-IF.
000195       *
000196        111-LER-PARAMETRO.
000197            READ PARAMETRO-FILE INTO WK-PARM-ACCEPT
000198                AT END
000199                    MOVE 'S' TO WK-EOF-SYSIN
000200            END-READ.
000201            IF WK-EOF-SYSIN = 'S'
000202                EXIT PARAGRAPH
000203            END-IF.
000204            IF WK-PARM-TIPO = 'C'
000205                IF WK-PARM-DIAS-UTEIS NOT NUMERIC
000206                   OR WK-PARM-DIAS-DSR NOT NUMERIC
000207                    DISPLAY 'DIAS DO CARTAO C INVALIDOS!'
000208                    MOVE 12 TO RETURN-CODE
000209                    STOP RUN
000210                END-IF
000211                MOVE WK-PARM-COMPETENCIA TO WK-COMPETENCIA
000212                MOVE WK-PARM-DIAS-UTEIS  TO WK-DIAS-UTEIS
000213                MOVE WK-PARM-DIAS-DSR    TO WK-DIAS-DSR
000214            ELSE
000215                DISPLAY 'CARTAO DE PARAMETRO ' WK-PARM-TIPO
000216                        ' INVALIDO!'
000217            END-IF.
000218       *
000219       * O MOVIMENTO SO SERVE PARA COMPETENCIA AINDA NAO
000220       * CALCULADA: ABERTA ('A') OU QUE O EAD71925 VAI ABRIR
000221        121-VALIDA-COMPETENCIA.
000222            MOVE WK-COMPETENCIA TO CMP-COMPETENCIA.
000223            EXEC SQL
000224                SELECT STATUS INTO :CMP-STATUS
000225                    FROM EAD719.COMPETENCIAS
000226                    WHERE COMPETENCIA = :CMP-COMPETENCIA
000227            END-EXEC.
000228            EVALUATE SQLCODE
000229                WHEN 0
000230                    IF CMP-STATUS NOT = 'A'
000231                        DISPLAY 'COMPETENCIA ' CMP-COMPETENCIA
000232                                ' JA CALCULADA/FECHADA (STATUS '
000233                                CMP-STATUS ') - PONTO NAO'
000234                                ' IMPORTADO!'
000235                        MOVE 12 TO RETURN-CODE
000236                        STOP RUN
000237                    END-IF
000238                WHEN 100
000239                    CONTINUE
000240                WHEN OTHER
000241                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000242                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000243                            ' NA CONSULTA DA COMPETENCIA'
000244                    MOVE 12 TO RETURN-CODE
000245                    STOP RUN
000246            END-EVALUATE.
000247       *
000248       * PRIMEIRO E ULTIMO DIA DA COMPETENCIA, PARA A CONSULTA
000249       * DOS AFASTAMENTOS
000250        131-CALCULA-LIMITES-MES.
000251            STRING WK-COMPETENCIA '-01'
000252                DELIMITED BY SIZE INTO WK-INICIO-MES
000253            END-STRING.
000254            EXEC SQL
000255                SELECT CHAR(DATE(:WK-INICIO-MES) + 1 MONTH - 1 DAY,
000256                            ISO)
000257                    INTO :WK-FIM-MES
000258                    FROM SYSIBM.SYSDUMMY1
000259            END-EXEC.
000260            IF SQLCODE NOT = 0
000261                MOVE SQLCODE TO WK-SQLCODE-EDIT
000262                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000263                        ' NO CALCULO DOS LIMITES DA COMPETENCIA'
000264                MOVE 12 TO RETURN-CODE
000265                STOP RUN
000266            END-IF.
000267       *******************************************************
000268        200-PROCESSAR SECTION.
000269        201-PROCESSAR.
000270            ADD 1 TO WK-QTD-LIDOS.
000271            MOVE SPACES TO WK-MOTIVO.
000272            PERFORM 211-VALIDA-REGISTRO.
000273            IF WK-MOTIVO = SPACES
000274                PERFORM 212-VALIDA-FUNCIONARIO
000275            END-IF.
000276            IF WK-MOTIVO = SPACES
000277                PERFORM 213-VERIFICA-AFASTAMENTO
000278            END-IF.
000279            IF WK-MOTIVO NOT = SPACES
000280                PERFORM 241-GRAVA-REJEITADO
000281            ELSE
000282                IF WK-PNT-HORAS-HE50 = ZEROS
000283                   AND WK-PNT-HORAS-HE100 = ZEROS
000284                   AND WK-PNT-HORAS-NOTURNO = ZEROS
000285                   AND WK-PNT-FALTAS = ZEROS
000286                   AND WK-PNT-MINUTOS-ATRASO = ZEROS
000287                    ADD 1 TO WK-QTD-SEM-HORAS
000288                ELSE
000289                    ADD 1 TO WK-QTD-ACEITOS
000290                    PERFORM 221-VALORIZA-HORAS
000291                    PERFORM 231-GRAVA-MOVIMENTOS
000292                    PERFORM 251-ACUMULA-DEPTO
000293                END-IF
000294            END-IF.
000295            PERFORM 301-LER-PONTO.
000296       *
000297        211-VALIDA-REGISTRO.
000298            IF WK-PNT-CODFUN = SPACES
000299                MOVE 'CODFUN EM BRANCO' TO WK-MOTIVO
000300                EXIT PARAGRAPH
000301            END-IF.
000302            IF WK-PNT-COMPETENCIA NOT = WK-COMPETENCIA
000303                MOVE 'COMPETENCIA DIFERENTE DO CARTAO' TO WK-MOTIVO
000304                EXIT PARAGRAPH
000305            END-IF.
000306            IF WK-PNT-HORAS-HE50 NOT NUMERIC
000307               OR WK-PNT-HORAS-HE100 NOT NUMERIC
000308               OR WK-PNT-HORAS-NOTURNO NOT NUMERIC
000309               OR WK-PNT-FALTAS NOT NUMERIC
000310               OR WK-PNT-MINUTOS-ATRASO NOT NUMERIC
000311                MOVE 'HORAS NAO NUMERICAS' TO WK-MOTIVO
000312                EXIT PARAGRAPH
000313            END-IF.
000314            IF WK-PNT-DSR-PERDIDOS NOT NUMERIC
000315                MOVE ZEROS TO WK-PNT-DSR-PERDIDOS
000316            END-IF.
000317       *
000318        212-VALIDA-FUNCIONARIO.
000319            MOVE WK-PNT-CODFUN TO DB2-CODFUN.
000320            EXEC SQL
000321                SELECT SALARIOFUN, DEPTOFUN, STATUSFUN,
000322                       DT-DEMISSAOFUN
000323                    INTO :DB2-SALARIOFUN, :DB2-DEPTOFUN,
000324                         :DB2-STATUSFUN, :DB2-DT-DEMISSAOFUN
000325                    FROM EAD719.FUNCIONARIOS
000326                    WHERE CODFUN = :DB2-CODFUN
000327            END-EXEC.
000328            EVALUATE SQLCODE
000329                WHEN 0
000330                    IF DB2-STATUSFUN NOT = 'A'
000331                       OR DB2-DT-DEMISSAOFUN NOT = SPACES
000332                        MOVE 'FUNCIONARIO NAO ATIVO' TO WK-MOTIVO
000333                    END-IF
000334                WHEN 100
000335                    MOVE 'FUNCIONARIO NAO CADASTRADO' TO WK-MOTIVO
000336                WHEN OTHER
000337                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000338                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000339                            ' NA CONSULTA DO FUNCIONARIO'
000340                    MOVE 12 TO RETURN-CODE
000341                    STOP RUN
000342            END-EVALUATE.
000343       *
000344       * AFASTADO O MES INTEIRO NAO PODE TER PONTO; AFASTAMENTO
000345       * PARCIAL NO MES ACEITA AS HORAS DOS DIAS TRABALHADOS
000346        213-VERIFICA-AFASTAMENTO.
000347            EXEC SQL
000348                SELECT COUNT(*)
000349                    INTO :WK-AFASTADO-MES
000350                    FROM EAD719.AFASTAMENTOS
000351                    WHERE CODFUN = :DB2-CODFUN
000352                      AND DT-INICIO <= :WK-INICIO-MES
000353                      AND (DT-RETORNO = ' '
000354                           OR DT-RETORNO > :WK-FIM-MES)
000355            END-EXEC.
000356            IF SQLCODE NOT = 0
000357                MOVE SQLCODE TO WK-SQLCODE-EDIT
000358                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000359                        ' NA CONSULTA DOS AFASTAMENTOS'
000360                MOVE 12 TO RETURN-CODE
000361                STOP RUN
000362            END-IF.
000363            IF WK-AFASTADO-MES > 0
000364                MOVE 'AFASTADO NO MES' TO WK-MOTIVO
000365            END-IF.
000366       *
000367       * DSR: O REFLEXO E A MEDIA DIARIA DAS HORAS EXTRAS E DO
000368       * ADICIONAL NOTURNO NOS DIAS UTEIS VEZES OS DOMINGOS/
000369       * FERIADOS; A FALTA INJUSTIFICADA TIRA O DSR DA SEMANA
000370        221-VALORIZA-HORAS.
000371            COMPUTE WK-VALOR-HORA ROUNDED =
000372                DB2-SALARIOFUN / WK-DIVISOR-HORAS.
000373            COMPUTE WK-VALOR-DIA ROUNDED =
000374                DB2-SALARIOFUN / 30.
000375            COMPUTE WK-VALOR-HE50 ROUNDED =
000376                WK-PNT-HORAS-HE50 * WK-VALOR-HORA
000377                * (100 + WK-PERC-HE50) / 100.
000378            COMPUTE WK-VALOR-HE100 ROUNDED =
000379                WK-PNT-HORAS-HE100 * WK-VALOR-HORA
000380                * (100 + WK-PERC-HE100) / 100.
000381            COMPUTE WK-VALOR-NOTURNO ROUNDED =
000382                WK-PNT-HORAS-NOTURNO * WK-VALOR-HORA
000383                * WK-PERC-NOTURNO / 100.
000384            COMPUTE WK-VALOR-DSR-REFLEXO ROUNDED =
000385                (WK-VALOR-HE50 + WK-VALOR-HE100 + WK-VALOR-NOTURNO)
000386                / WK-DIAS-UTEIS * WK-DIAS-DSR.
000387            COMPUTE WK-VALOR-FALTAS ROUNDED =
000388                WK-PNT-FALTAS * WK-VALOR-DIA.
000389            MOVE WK-PNT-DSR-PERDIDOS TO WK-DSR-PERDIDOS.
000390            IF WK-DSR-PERDIDOS = ZEROS
000391                MOVE WK-PNT-FALTAS TO WK-DSR-PERDIDOS
000392            END-IF.
000393            IF WK-DSR-PERDIDOS > WK-DIAS-DSR
000394                MOVE WK-DIAS-DSR TO WK-DSR-PERDIDOS
000395            END-IF.
000396            COMPUTE WK-VALOR-DSR-PERDA ROUNDED =
000397                WK-DSR-PERDIDOS * WK-VALOR-DIA.
000398            COMPUTE WK-VALOR-ATRASO ROUNDED =
000399                WK-PNT-MINUTOS-ATRASO * WK-VALOR-HORA / 60.
000400       *
000401       * UM CARTAO DE MOVIMENTO POR RUBRICA COM VALOR
000402        231-GRAVA-MOVIMENTOS.
000403            MOVE WK-PNT-CODFUN TO WK-MOV-CODFUN.
000404            IF WK-VALOR-HE50 > 0
000405                MOVE 'HE50' TO WK-MOV-RUBRICA
000406                MOVE 'P' TO WK-MOV-TIPO
000407                MOVE WK-VALOR-HE50 TO WK-MOV-VALOR
000408                MOVE 'HORAS EXTRAS 50%' TO WK-MOV-DESCRICAO
000409                PERFORM 232-GRAVA-CARTAO
000410            END-IF.
000411            IF WK-VALOR-HE100 > 0
000412                MOVE 'H100' TO WK-MOV-RUBRICA
000413                MOVE 'P' TO WK-MOV-TIPO
000414                MOVE WK-VALOR-HE100 TO WK-MOV-VALOR
000415                MOVE 'HORAS EXTRAS 100%' TO WK-MOV-DESCRICAO
000416                PERFORM 232-GRAVA-CARTAO
000417            END-IF.
000418            IF WK-VALOR-NOTURNO > 0
000419                MOVE 'ADNT' TO WK-MOV-RUBRICA
000420                MOVE 'P' TO WK-MOV-TIPO
000421                MOVE WK-VALOR-NOTURNO TO WK-MOV-VALOR
000422                MOVE 'ADICIONAL NOTURNO' TO WK-MOV-DESCRICAO
000423                PERFORM 232-GRAVA-CARTAO
000424            END-IF.
000425            IF WK-VALOR-DSR-REFLEXO > 0
000426                MOVE 'DSRH' TO WK-MOV-RUBRICA
000427                MOVE 'P' TO WK-MOV-TIPO
000428                MOVE WK-VALOR-DSR-REFLEXO TO WK-MOV-VALOR
000429                MOVE 'DSR S/ HE E NOTURNO' TO WK-MOV-DESCRICAO
000430                PERFORM 232-GRAVA-CARTAO
000431            END-IF.
000432            IF WK-VALOR-FALTAS > 0
000433                MOVE 'FALT' TO WK-MOV-RUBRICA
000434                MOVE 'D' TO WK-MOV-TIPO
000435                MOVE WK-VALOR-FALTAS TO WK-MOV-VALOR
000436                MOVE 'FALTAS' TO WK-MOV-DESCRICAO
000437                PERFORM 232-GRAVA-CARTAO
000438            END-IF.
000439            IF WK-VALOR-DSR-PERDA > 0
000440                MOVE 'DSRF' TO WK-MOV-RUBRICA
000441                MOVE 'D' TO WK-MOV-TIPO
000442                MOVE WK-VALOR-DSR-PERDA TO WK-MOV-VALOR
000443                MOVE 'DSR PERDIDO (FALTAS)' TO WK-MOV-DESCRICAO
000444                PERFORM 232-GRAVA-CARTAO
000445            END-IF.
000446            IF WK-VALOR-ATRASO > 0
000447                MOVE 'ATRS' TO WK-MOV-RUBRICA
000448                MOVE 'D' TO WK-MOV-TIPO
000449                MOVE WK-VALOR-ATRASO TO WK-MOV-VALOR
000450                MOVE 'ATRASOS' TO WK-MOV-DESCRICAO
000451                PERFORM 232-GRAVA-CARTAO
000452            END-IF.
000453       *
000454        232-GRAVA-CARTAO.
000455            MOVE SPACES TO MOVIMENTO-REC.
000456            MOVE WK-MOVIMENTO-SAIDA TO MOVIMENTO-REC.
000457            WRITE MOVIMENTO-REC.
000458            ADD 1 TO WK-QTD-MOVIMENTOS.
000459            IF WK-MOV-TIPO = 'P'
000460                ADD WK-MOV-VALOR TO WK-TOT-PROVENTOS
000461            ELSE
000462                ADD WK-MOV-VALOR TO WK-TOT-DESCONTOS
000463            END-IF.
000464       *
000465        241-GRAVA-REJEITADO.
000466            MOVE WK-PNT-DADOS TO WK-REJ-DADOS.
000467            MOVE WK-MOTIVO    TO WK-REJ-MOTIVO.
000468            MOVE SPACES TO REJPONTO-REC.
000469            MOVE WK-REJEITADO TO REJPONTO-REC.
000470            WRITE REJPONTO-REC.
000471            ADD 1 TO WK-QTD-REJEITADOS.
000472       *
000473        251-ACUMULA-DEPTO.
000474            MOVE 'N' TO WK-DPT-ACHADO.
000475            PERFORM 252-PROCURA-DEPTO
000476                VARYING WK-IND-DPT FROM 1 BY 1
000477                UNTIL WK-IND-DPT > WK-QTD-DEPTOS
000478                   OR WK-DPT-ACHADO = 'S'.
000479            IF WK-DPT-ACHADO = 'S'
000480                SUBTRACT 1 FROM WK-IND-DPT
000481            ELSE
000482                IF WK-QTD-DEPTOS >= 200
000483                    DISPLAY 'TABELA DE DEPARTAMENTOS CHEIA!'
000484                    MOVE 12 TO RETURN-CODE
000485                    STOP RUN
000486                END-IF
000487                ADD 1 TO WK-QTD-DEPTOS
000488                MOVE WK-QTD-DEPTOS TO WK-IND-DPT
000489                MOVE DB2-DEPTOFUN TO WK-DPT-DEPTOFUN(WK-IND-DPT)
000490                MOVE ZEROS TO WK-DPT-QTD-FUNC(WK-IND-DPT)
000491                              WK-DPT-HE50(WK-IND-DPT)
000492                              WK-DPT-HE100(WK-IND-DPT)
000493                              WK-DPT-NOTURNO(WK-IND-DPT)
000494                              WK-DPT-FALTAS(WK-IND-DPT)
000495                              WK-DPT-ATRASO(WK-IND-DPT)
000496                              WK-DPT-PROVENTOS(WK-IND-DPT)
000497                              WK-DPT-DESCONTOS(WK-IND-DPT)
000498            END-IF.
000499            ADD 1 TO WK-DPT-QTD-FUNC(WK-IND-DPT).
000500            ADD WK-PNT-HORAS-HE50    TO WK-DPT-HE50(WK-IND-DPT).
000501            ADD WK-PNT-HORAS-HE100   TO WK-DPT-HE100(WK-IND-DPT).
000502            ADD WK-PNT-HORAS-NOTURNO TO WK-DPT-NOTURNO(WK-IND-DPT).
000503            ADD WK-PNT-FALTAS        TO WK-DPT-FALTAS(WK-IND-DPT).
000504            ADD WK-PNT-MINUTOS-ATRASO TO WK-DPT-ATRASO(WK-IND-DPT).
000505            COMPUTE WK-DPT-PROVENTOS(WK-IND-DPT) =
000506                WK-DPT-PROVENTOS(WK-IND-DPT) + WK-VALOR-HE50 +
000507                WK-VALOR-HE100 + WK-VALOR-NOTURNO +
000508                WK-VALOR-DSR-REFLEXO.
000509            COMPUTE WK-DPT-DESCONTOS(WK-IND-DPT) =
000510                WK-DPT-DESCONTOS(WK-IND-DPT) + WK-VALOR-FALTAS +
000511                WK-VALOR-DSR-PERDA + WK-VALOR-ATRASO.
000512       *
000513        252-PROCURA-DEPTO.
000514            IF WK-DPT-DEPTOFUN(WK-IND-DPT) = DB2-DEPTOFUN
000515                MOVE 'S' TO WK-DPT-ACHADO
000516            END-IF.
000517       *******************************************************
000518        300-LER-PONTO SECTION.
000519        301-LER-PONTO.
000520            READ PONTO-FILE INTO WK-PONTO-ACCEPT
000521                AT END
000522                    MOVE 'S' TO WK-EOF-PONTO
000523            END-READ.
000524       *******************************************************
000525       * RELATORIO DE CONTROLE: UM BLOCO POR DEPARTAMENTO COM AS
000526       * HORAS IMPORTADAS E OS VALORES GERADOS NO MOVIMENTO
000527        400-IMPRESSAO SECTION.
000528        401-IMPRIME-CABECALHO.
000529            MOVE SPACES TO RELPONTO-REC.
000530            STRING 'EAD719 - IMPORTACAO DO PONTO - COMPETENCIA '
000531                WK-COMPETENCIA
000532                DELIMITED BY SIZE INTO RELPONTO-REC
000533            END-STRING.
000534            WRITE RELPONTO-REC.
000535            MOVE SPACES TO RELPONTO-REC.
000536            WRITE RELPONTO-REC.
000537       *
000538        411-IMPRIME-DEPTO.
000539            MOVE SPACES TO RELPONTO-REC.
000540            MOVE WK-DPT-QTD-FUNC(WK-IND-DPT) TO WK-QTD-EDIT.
000541            STRING 'DEPTO ' WK-DPT-DEPTOFUN(WK-IND-DPT)
000542                ' - FUNCIONARIOS ' WK-QTD-EDIT
000543                DELIMITED BY SIZE INTO RELPONTO-REC
000544            END-STRING.
000545            WRITE RELPONTO-REC.
000546            MOVE WK-DPT-HE50(WK-IND-DPT) TO WK-HORAS-EDIT.
000547            MOVE SPACES TO RELPONTO-REC.
000548            STRING '  HORAS EXTRAS 50% ........ ' WK-HORAS-EDIT
000549                DELIMITED BY SIZE INTO RELPONTO-REC
000550            END-STRING.
000551            WRITE RELPONTO-REC.
000552            MOVE WK-DPT-HE100(WK-IND-DPT) TO WK-HORAS-EDIT.
000553            MOVE SPACES TO RELPONTO-REC.
000554            STRING '  HORAS EXTRAS 100% ....... ' WK-HORAS-EDIT
000555                DELIMITED BY SIZE INTO RELPONTO-REC
000556            END-STRING.
000557            WRITE RELPONTO-REC.
000558            MOVE WK-DPT-NOTURNO(WK-IND-DPT) TO WK-HORAS-EDIT.
000559            MOVE SPACES TO RELPONTO-REC.
000560            STRING '  HORAS NOTURNAS .......... ' WK-HORAS-EDIT
000561                DELIMITED BY SIZE INTO RELPONTO-REC
000562            END-STRING.
000563            WRITE RELPONTO-REC.
000564            MOVE WK-DPT-FALTAS(WK-IND-DPT) TO WK-QTD-EDIT.
000565            MOVE SPACES TO RELPONTO-REC.
000566            STRING '  DIAS DE FALTA ........... ' WK-QTD-EDIT
000567                DELIMITED BY SIZE INTO RELPONTO-REC
000568            END-STRING.
000569            WRITE RELPONTO-REC.
000570            MOVE WK-DPT-ATRASO(WK-IND-DPT) TO WK-MINUTOS-EDIT.
000571            MOVE SPACES TO RELPONTO-REC.
000572            STRING '  MINUTOS DE ATRASO ....... ' WK-MINUTOS-EDIT
000573                DELIMITED BY SIZE INTO RELPONTO-REC
000574            END-STRING.
000575            WRITE RELPONTO-REC.
000576            MOVE WK-DPT-PROVENTOS(WK-IND-DPT) TO WK-VALOR-EDIT.
000577            MOVE SPACES TO RELPONTO-REC.
000578            STRING '  PROVENTOS (COM DSR) ..... ' WK-VALOR-EDIT
000579                DELIMITED BY SIZE INTO RELPONTO-REC
000580            END-STRING.
000581            WRITE RELPONTO-REC.
000582            MOVE WK-DPT-DESCONTOS(WK-IND-DPT) TO WK-VALOR-EDIT.
000583            MOVE SPACES TO RELPONTO-REC.
000584            STRING '  DESCONTOS (COM DSR) ..... ' WK-VALOR-EDIT
000585                DELIMITED BY SIZE INTO RELPONTO-REC
000586            END-STRING.
000587            WRITE RELPONTO-REC.
000588            MOVE SPACES TO RELPONTO-REC.
000589            WRITE RELPONTO-REC.
000590       *
000591        421-IMPRIME-TOTAIS.
000592            MOVE WK-TOT-PROVENTOS TO WK-VALOR-EDIT.
000593            MOVE SPACES TO RELPONTO-REC.
000594            STRING 'TOTAL DE PROVENTOS ........ ' WK-VALOR-EDIT
000595                DELIMITED BY SIZE INTO RELPONTO-REC
000596            END-STRING.
000597            WRITE RELPONTO-REC.
000598            MOVE WK-TOT-DESCONTOS TO WK-VALOR-EDIT.
000599            MOVE SPACES TO RELPONTO-REC.
000600            STRING 'TOTAL DE DESCONTOS ........ ' WK-VALOR-EDIT
000601                DELIMITED BY SIZE INTO RELPONTO-REC
000602            END-STRING.
000603            WRITE RELPONTO-REC.
000604            MOVE WK-QTD-REJEITADOS TO WK-QTD-EDIT.
000605            MOVE SPACES TO RELPONTO-REC.
000606            STRING 'REGISTROS REJEITADOS ...... ' WK-QTD-EDIT
000607                ' (VER REJPONTO)'
000608                DELIMITED BY SIZE INTO RELPONTO-REC
000609            END-STRING.
000610            WRITE RELPONTO-REC.
000611       *******************************************************
000612        900-FINALIZAR SECTION.
000613        901-FINALIZAR.
000614            CLOSE PONTO-FILE.
000615            CLOSE MOVIMENTO-FILE.
000616            CLOSE REJPONTO-FILE.
000617            PERFORM 401-IMPRIME-CABECALHO.
000618            PERFORM 411-IMPRIME-DEPTO
000619                VARYING WK-IND-DPT FROM 1 BY 1
000620                UNTIL WK-IND-DPT > WK-QTD-DEPTOS.
000621            PERFORM 421-IMPRIME-TOTAIS.
000622            CLOSE RELPONTO-FILE.
000623            IF WK-QTD-REJEITADOS > 0
000624                MOVE 04 TO RETURN-CODE
000625            END-IF.
000626            DISPLAY '*********************************************'.
000627            DISPLAY '*   RESUMO DA IMPORTACAO DO PONTO EAD71960 *'.
000628            DISPLAY '*********************************************'.
000629            DISPLAY 'COMPETENCIA           : ' WK-COMPETENCIA.
000630            MOVE WK-QTD-LIDOS TO WK-RESUMO-EDIT.
000631            DISPLAY 'REGISTROS LIDOS       : ' WK-RESUMO-EDIT.
000632            MOVE WK-QTD-ACEITOS TO WK-RESUMO-EDIT.
000633            DISPLAY 'FUNCIONARIOS ACEITOS  : ' WK-RESUMO-EDIT.
000634            MOVE WK-QTD-SEM-HORAS TO WK-RESUMO-EDIT.
000635            DISPLAY 'SEM HORAS NO MES      : ' WK-RESUMO-EDIT.
000636            MOVE WK-QTD-REJEITADOS TO WK-RESUMO-EDIT.
000637            DISPLAY 'REGISTROS REJEITADOS  : ' WK-RESUMO-EDIT.
000638            MOVE WK-QTD-MOVIMENTOS TO WK-RESUMO-EDIT.
000639            DISPLAY 'MOVIMENTOS GERADOS    : ' WK-RESUMO-EDIT.
000640            MOVE WK-TOT-PROVENTOS TO WK-VALOR-EDIT.
000641            DISPLAY 'TOTAL DE PROVENTOS    : ' WK-VALOR-EDIT.
000642            MOVE WK-TOT-DESCONTOS TO WK-VALOR-EDIT.
000643            DISPLAY 'TOTAL DE DESCONTOS    : ' WK-VALOR-EDIT.
000644            DISPLAY '*********************************************'.
