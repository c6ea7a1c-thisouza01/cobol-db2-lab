000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID.    EAD71963.
000003        AUTHOR.        THIAGO.
000004       *********************************************************
000005       * PROVISAO MENSAL DE FERIAS (+ 1/3), DE 13O SALARIO E    *
000006       * DOS ENCARGOS SOBRE AMBOS (INSS EMPRESA + FGTS)         *
000007       * FERIAS: DIAS DOS PERIODOS ABERTOS DE                   *
000008       * EAD719.FERIAS_PERIODOS (VENCIDOS INTEGRAIS E O         *
000009       * CORRENTE NA PROPORCAO DE 1/12 POR MES OU FRACAO DE 15  *
000010       * DIAS). 13O: 1/12 POR MES TRABALHADO NO ANO MENOS O 13O *
000011       * JA PAGO (EAD719.FGTS_DEPOSITOS)                        *
000012       * GRAVA O SALDO POR FUNCIONARIO EM EAD719.PROVISOES E    *
000013       * CONTABILIZA SO O MOVIMENTO DO MES (SALDO ATUAL MENOS   *
000014       * O ANTERIOR = APROPRIACAO MENOS BAIXAS POR PAGAMENTO OU *
000015       * RESCISAO) NO LAYOUT DO LANCAMEN DO EAD71944:           *
000016       *   DEBITO  31201.DDD / CREDITO 21301 FERIAS             *
000017       *   DEBITO  31202.DDD / CREDITO 21302 13O SALARIO        *
000018       *   DEBITO  31203.DDD / CREDITO 21303 ENCARGOS           *
000019       *   (MOVIMENTO NEGATIVO INVERTE DEBITO E CREDITO)        *
000020       * RELATORIO RELPROV POR DEPTO. PROVA DEBITOS = CREDITOS  *
000021       * E MOVIMENTO = DB2; DIVERGENCIA TERMINA COM RC=8        *
000022       * CARTAO: 'C' COMPETENCIA                                *
000023       *********************************************************
000024       *
000025        ENVIRONMENT DIVISION.
000026        CONFIGURATION SECTION.
000027        SPECIAL-NAMES.
000028            DECIMAL-POINT IS COMMA.
000029        INPUT-OUTPUT SECTION.
000030        FILE-CONTROL.
000031            SELECT PARAMETRO-FILE ASSIGN TO SYSIN
000032                ORGANIZATION IS SEQUENTIAL.
000033            SELECT LANCAMEN-FILE ASSIGN TO LANCAMEN
000034                ORGANIZATION IS SEQUENTIAL.
000035            SELECT RELPROV-FILE ASSIGN TO RELPROV
000036                ORGANIZATION IS SEQUENTIAL.
000037       *
000038        DATA DIVISION.
000039        FILE SECTION.
000040        FD  PARAMETRO-FILE
000041            RECORDING MODE IS F.
000042        01  PARAMETRO-REC               PIC X(80).
000043        FD  LANCAMEN-FILE
000044            RECORDING MODE IS F.
000045        01  LANCAMEN-REC                PIC X(80).
000046        FD  RELPROV-FILE
000047            RECORDING MODE IS F.
000048        01  RELPROV-REC                 PIC X(80).
000049        WORKING-STORAGE SECTION.
000050            EXEC SQL
000051                INCLUDE BOOKFUNC
000052            END-EXEC.
000053            EXEC SQL
000054                INCLUDE BOOKPROV
000055            END-EXEC.
000056            EXEC SQL
000057                INCLUDE BOOKCOMP
000058            END-EXEC.
000059            EXEC SQL
000060                INCLUDE BOOKCPRC
000061            END-EXEC.
000062            EXEC SQL
000063                INCLUDE SQLCA
000064            END-EXEC.
000065        77  WK-COMPETENCIA          PIC X(07)       VALUE SPACES.
000066        77  WK-COMP-ANTERIOR        PIC X(07)       VALUE SPACES.
000067       *
000068       * ATIVOS E DESLIGADOS QUE AINDA TEM SALDO PROVISIONADO NA
000069       * COMPETENCIA ANTERIOR (O SALDO E ESTORNADO NA RESCISAO)
000070            EXEC SQL
000071                DECLARE PROVTEMP CURSOR FOR
000072                    SELECT F.CODFUN, F.DEPTOFUN, F.SALARIOFUN,
000073                           F.ADMISSFUN, F.STATUSFUN, F.DT-DEMISSAOFUN,
000074                           COALESCE(P.SALDO-FERIAS, 0),
000075                           COALESCE(P.SALDO-13O, 0),
000076                           COALESCE(P.SALDO-ENCARGOS, 0)
000077                        FROM EAD719.FUNCIONARIOS F
000078                             LEFT JOIN EAD719.PROVISOES P
000079                                ON P.CODFUN = F.CODFUN
000080                               AND P.COMPETENCIA = :WK-COMP-ANTERIOR
000081                    WHERE F.STATUSFUN = 'A'
000082                       OR P.SALDO-FERIAS + P.SALDO-13O
000083                          + P.SALDO-ENCARGOS <> 0
000084                    ORDER BY F.DEPTOFUN, F.CODFUN
000085            END-EXEC.
000086        77  WK-SQLCODE-EDIT         PIC -999        VALUE ZEROS.
000087        77  WK-RESUMO-EDIT          PIC ZZ.ZZ9      VALUE ZEROS.
000088        77  WK-EOF-SYSIN            PIC X           VALUE 'N'.
000089        77  WK-PROCESSO-PREREQ      PIC X(08)       VALUE SPACES.
000090        01  WK-PARM-ACCEPT.
000091            05  WK-PARM-TIPO          PIC X(01)     VALUE SPACES.
000092            05  WK-PARM-COMPETENCIA   PIC X(07)     VALUE SPACES.
000093            05  FILLER                PIC X(72)     VALUE SPACES.
000094       *
000095       * COMPETENCIA E ADMISSAO DESMEMBRADAS PARA A CONTAGEM DOS
000096       * MESES DO 13O
000097        01  WK-COMP-PARTES.
000098            05  WK-COMP-ANO           PIC 9(04)     VALUE ZEROS.
000099            05  FILLER                PIC X(01)     VALUE '-'.
000100            05  WK-COMP-MES           PIC 9(02)     VALUE ZEROS.
000101        01  WK-ADMISSAO-PARTES.
000102            05  WK-ADM-ANO            PIC 9(04)     VALUE ZEROS.
000103            05  FILLER                PIC X(01).
000104            05  WK-ADM-MES            PIC 9(02)     VALUE ZEROS.
000105            05  FILLER                PIC X(01).
000106            05  WK-ADM-DIA            PIC 9(02)     VALUE ZEROS.
000107        77  WK-INICIO-MES           PIC X(10)       VALUE SPACES.
000108        77  WK-FIM-MES              PIC X(10)       VALUE SPACES.
000109        77  WK-INICIO-ANO           PIC X(07)       VALUE SPACES.
000110       *
000111       * ENCARGOS SOBRE AS PROVISOES: INSS PARTE EMPRESA (20%
000112       * + RAT + TERCEIROS) E FGTS
000113        77  WK-ALIQ-INSS-EMPRESA    PIC 9(02)V99    VALUE 27,80.
000114        77  WK-ALIQ-FGTS            PIC 9(02)V99    VALUE 08,00.
000115        77  WK-ALIQ-ENCARGOS        PIC 9(02)V99    VALUE ZEROS.
000116       *
000117       * SALDOS DO FUNCIONARIO
000118        77  WK-DESLIGADO            PIC X           VALUE 'N'.
000119        77  WK-ANT-FERIAS           PIC S9(7)V99 COMP-3 VALUE ZEROS.
000120        77  WK-ANT-13O              PIC S9(7)V99 COMP-3 VALUE ZEROS.
000121        77  WK-ANT-ENCARGOS         PIC S9(7)V99 COMP-3 VALUE ZEROS.
000122        77  WK-13O-PAGO-ANO         PIC S9(7)V99 COMP-3 VALUE ZEROS.
000123        77  WK-RSC-FERIAS           PIC S9(7)V99 COMP-3 VALUE ZEROS.
000124        77  WK-RSC-13O              PIC S9(7)V99 COMP-3 VALUE ZEROS.
000125       *
000126       * TIPOS DE PROVISAO: 1=FERIAS 2=13O 3=ENCARGOS, COM AS
000127       * CONTAS DE DESPESA (+ .DEPTO) E DE PASSIVO
000128        01  WK-TIPOS-VALORES.
000129            05  FILLER                PIC X(45)     VALUE
000130                'FERIAS   3120121301PROVISAO DE FERIAS       '.
000131            05  FILLER                PIC X(45)     VALUE
000132                '13O SAL. 3120221302PROVISAO DE 13O SALARIO  '.
000133            05  FILLER                PIC X(45)     VALUE
000134                'ENCARGOS 3120321303ENCARGOS S/ PROVISOES    '.
000135        01  WK-TIPOS REDEFINES WK-TIPOS-VALORES.
000136            05  WK-TIPO OCCURS 3 TIMES.
000137                10  WK-TIPO-NOME      PIC X(09).
000138                10  WK-TIPO-DESPESA   PIC X(05).
000139                10  WK-TIPO-PASSIVO   PIC X(05).
000140                10  WK-TIPO-HISTORICO PIC X(25).
000141                10  FILLER            PIC X(01).
000142        77  WK-IND-TIPO             PIC 9(02) COMP  VALUE ZEROS.
000143       *
000144       * ACUMULADORES POR DEPTO E GERAIS, POR TIPO DE PROVISAO
000145        77  WK-DEPTO-ANTERIOR       PIC X(03)       VALUE SPACES.
000146        77  WK-QTD-DEPTO            PIC 9(05)       VALUE ZEROS.
000147        01  WK-ACUM-DEPTO.
000148            05  WK-AD-TIPO OCCURS 3 TIMES.
000149                10  WK-AD-ANTERIOR    PIC S9(11)V99 COMP-3.
000150                10  WK-AD-BAIXAS      PIC S9(11)V99 COMP-3.
000151                10  WK-AD-ATUAL       PIC S9(11)V99 COMP-3.
000152                10  WK-AD-MOVIMENTO   PIC S9(11)V99 COMP-3.
000153        01  WK-ACUM-GERAL.
000154            05  WK-AG-TIPO OCCURS 3 TIMES.
000155                10  WK-AG-ANTERIOR    PIC S9(11)V99 COMP-3.
000156                10  WK-AG-BAIXAS      PIC S9(11)V99 COMP-3.
000157                10  WK-AG-ATUAL       PIC S9(11)V99 COMP-3.
000158                10  WK-AG-MOVIMENTO   PIC S9(11)V99 COMP-3.
000159        77  WK-APROPRIACAO          PIC S9(11)V99 COMP-3 VALUE ZEROS.
000160       *
000161       * REGISTROS DO ARQUIVO CONTABIL (MESMO LAYOUT DO EAD71944):
000162       * 0=HEADER, 1=LANCAMENTO, 9=TRAILER
000163        01  WK-LANC-HEADER.
000164            05  WK-HDR-TIPO           PIC X(01)     VALUE '0'.
000165            05  WK-HDR-LITERAL        PIC X(14)
000166                VALUE 'CONTABIL FOLHA'.
000167            05  WK-HDR-COMPETENCIA    PIC X(07).
000168            05  WK-HDR-DATA-GERACAO   PIC X(08).
000169            05  FILLER                PIC X(50)     VALUE SPACES.
000170        01  WK-LANC-DETALHE.
000171            05  WK-DET-TIPO           PIC X(01)     VALUE '1'.
000172            05  WK-DET-DC             PIC X(01).
000173            05  WK-DET-CONTA          PIC X(10).
000174            05  WK-DET-COMPETENCIA    PIC X(07).
000175            05  WK-DET-VALOR          PIC 9(11)V99.
000176            05  WK-DET-HISTORICO      PIC X(25).
000177            05  FILLER                PIC X(23)     VALUE SPACES.
000178        01  WK-LANC-TRAILER.
000179            05  WK-TRL-TIPO           PIC X(01)     VALUE '9'.
000180            05  WK-TRL-QTD-LANCTOS    PIC 9(06).
000181            05  WK-TRL-TOTAL-DEBITO   PIC 9(11)V99.
000182            05  WK-TRL-TOTAL-CREDITO  PIC 9(11)V99.
000183            05  FILLER                PIC X(47)     VALUE SPACES.
000184       *
000185        01  WK-DATA-ATUAL.
000186            05  WK-ANO-ATUAL       PIC 9(04).
000187            05  WK-MES-ATUAL       PIC 9(02).
000188            05  WK-DIA-ATUAL       PIC 9(02).
000189        77  WK-LANC-VALOR          PIC S9(11)V99 COMP-3 VALUE ZEROS.
000190        77  WK-LANC-DC-NORMAL      PIC X           VALUE SPACES.
000191        77  WK-QTD-LANCTOS         PIC 9(06)       VALUE ZEROS.
000192        77  WK-TOTAL-DEBITOS       PIC S9(11)V99 COMP-3 VALUE ZEROS.
000193        77  WK-TOTAL-CREDITOS      PIC S9(11)V99 COMP-3 VALUE ZEROS.
000194        77  WK-QTD-FUNCIONARIOS    PIC 9(05)       VALUE ZEROS.
000195        77  WK-QTD-ESTORNOS        PIC 9(05)       VALUE ZEROS.
000196        77  WK-CONTROLE-MOVTO-DB2  PIC S9(11)V99 COMP-3 VALUE ZEROS.
000197        77  WK-CONTROLE-MOVTO      PIC S9(11)V99 COMP-3 VALUE ZEROS.
000198        77  WK-TOTAL-EDIT          PIC -(9)9,99    VALUE ZEROS.
000199        77  WK-VALOR-EDIT          PIC -(9)9,99    VALUE ZEROS.
000200       *
000201        PROCEDURE DIVISION.
000202        000-PRINCIPAL SECTION.
000203        001-PRINCIPAL.
000204            PERFORM 101-INICIAR.
000205            PERFORM 201-PROCESSAR UNTIL SQLCODE = 100.
000206            PERFORM 501-CONTABILIZA.
000207            PERFORM 601-PROVA-CONTABIL.
000208            PERFORM 901-FINALIZAR.
000209            STOP RUN.
000210       *******************************************************
000211        100-INICIAR SECTION.
000212        101-INICIAR.
000213            OPEN INPUT PARAMETRO-FILE.
000214            PERFORM 111-LER-PARAMETRO UNTIL WK-EOF-SYSIN = 'S'.
000215            CLOSE PARAMETRO-FILE.
000216            IF WK-COMPETENCIA = SPACES
000217                DISPLAY 'COMPETENCIA NAO INFORMADA NOS CARTOES!'
000218                MOVE 12 TO RETURN-CODE
000219                STOP RUN
000220            END-IF.
000221            PERFORM 131-VALIDA-COMPETENCIA.
000222            PERFORM 151-CALCULA-LIMITES-MES.
000223            MOVE 'EAD71963' TO CPR-PROCESSO.
000224            MOVE WK-COMPETENCIA TO CPR-COMPETENCIA.
000225            MOVE 'EAD71953' TO WK-PROCESSO-PREREQ.
000226            PERFORM 721-VERIFICA-PREREQUISITO.
000227            PERFORM 701-REGISTRA-INICIO.
000228            PERFORM 141-EXPURGA-COMPETENCIA.
000229            COMPUTE WK-ALIQ-ENCARGOS =
000230                WK-ALIQ-INSS-EMPRESA + WK-ALIQ-FGTS.
000231            PERFORM 102-ZERA-ACUMULADORES
000232                VARYING WK-IND-TIPO FROM 1 BY 1
000233                UNTIL WK-IND-TIPO > 3.
000234            OPEN OUTPUT LANCAMEN-FILE.
000235            OPEN OUTPUT RELPROV-FILE.
000236            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-ATUAL.
000237            MOVE WK-COMPETENCIA TO WK-HDR-COMPETENCIA.
000238            STRING WK-ANO-ATUAL WK-MES-ATUAL WK-DIA-ATUAL
000239                DELIMITED BY SIZE INTO WK-HDR-DATA-GERACAO
000240            END-STRING.
000241            MOVE SPACES TO LANCAMEN-REC.
000242            MOVE WK-LANC-HEADER TO LANCAMEN-REC.
000243            WRITE LANCAMEN-REC.
000244            MOVE SPACES TO RELPROV-REC.
000245            STRING 'EAD719 - PROVISAO DE FERIAS E 13O POR DEPTO'
000246                ' - COMPETENCIA ' WK-COMPETENCIA
000247                DELIMITED BY SIZE INTO RELPROV-REC
000248            END-STRING.
000249            WRITE RELPROV-REC.
000250            MOVE SPACES TO RELPROV-REC.
000251            STRING 'DEP PROVISAO    SALDO ANTER.    APROPRIACAO'
000252                '         BAIXAS    SALDO ATUAL'
000253                DELIMITED BY SIZE INTO RELPROV-REC
000254            END-STRING.
000255            WRITE RELPROV-REC.
000256            EXEC SQL
000257                OPEN PROVTEMP
000258            END-EXEC.
000259            EVALUATE SQLCODE
000260                WHEN 0
000261                    PERFORM 301-LER-PROVTEMP
000262                WHEN 100
000263                    DISPLAY 'NENHUM FUNCIONARIO ENCONTRADO.'
000264                WHEN OTHER
000265                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000266                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000267                            ' NO COMANDO OPEN CURSOR'
000268                    MOVE 12 TO RETURN-CODE
000269                    STOP RUN
000270            END-EVALUATE.
000271       *
000272        102-ZERA-ACUMULADORES.
000273            MOVE ZEROS TO WK-AD-ANTERIOR(WK-IND-TIPO)
000274                          WK-AD-BAIXAS(WK-IND-TIPO)
000275                          WK-AD-ATUAL(WK-IND-TIPO)
000276                          WK-AD-MOVIMENTO(WK-IND-TIPO)
000277                          WK-AG-ANTERIOR(WK-IND-TIPO)
000278                          WK-AG-BAIXAS(WK-IND-TIPO)
000279                          WK-AG-ATUAL(WK-IND-TIPO)
000280                          WK-AG-MOVIMENTO(WK-IND-TIPO).
000281       *
000282        111-LER-PARAMETRO.
000283            READ PARAMETRO-FILE INTO WK-PARM-ACCEPT
000284                AT END
000285                    MOVE 'S' TO WK-EOF-SYSIN
000286            END-READ.
000287            IF WK-EOF-SYSIN = 'S'
000288                EXIT PARAGRAPH
000289            END-IF.
000290            IF WK-PARM-TIPO = 'C'
000291                MOVE WK-PARM-COMPETENCIA TO WK-COMPETENCIA
000292            ELSE
000293                DISPLAY 'CARTAO DE PARAMETRO ' WK-PARM-TIPO
000294                        ' INVALIDO!'
000295            END-IF.
000296       *
000297       * A PROVISAO SAI DE COMPETENCIA JA CALCULADA ('C') OU
000298       * FECHADA ('F'), COMO O FGTS DE QUE ELA DEPENDE
000299        131-VALIDA-COMPETENCIA.
000300            MOVE WK-COMPETENCIA TO CMP-COMPETENCIA.
000301            EXEC SQL
000302                SELECT STATUS INTO :CMP-STATUS
000303                    FROM EAD719.COMPETENCIAS
000304                    WHERE COMPETENCIA = :CMP-COMPETENCIA
000305            END-EXEC.
000306            EVALUATE SQLCODE
000307                WHEN 0
000308                    IF CMP-STATUS NOT = 'C' AND CMP-STATUS NOT = 'F'
000309                        DISPLAY 'COMPETENCIA ' CMP-COMPETENCIA
000310                                ' NAO ESTA CALCULADA (STATUS '
000311                                CMP-STATUS ') - PROVISAO NAO'
000312                                ' APURADA!'
000313                        MOVE 12 TO RETURN-CODE
000314                        STOP RUN
000315                    END-IF
000316                WHEN 100
000317                    DISPLAY 'COMPETENCIA ' CMP-COMPETENCIA
000318                            ' NAO EXISTE EM EAD719.COMPETENCIAS!'
000319                    MOVE 12 TO RETURN-CODE
000320                    STOP RUN
000321                WHEN OTHER
000322                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000323                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000324                            ' NA CONSULTA DA COMPETENCIA'
000325                    MOVE 12 TO RETURN-CODE
000326                    STOP RUN
000327            END-EVALUATE.
000328       *
000329       * REPROCESSAMENTO: AS PROVISOES DA COMPETENCIA SAO
000330       * APAGADAS E REAPURADAS
000331        141-EXPURGA-COMPETENCIA.
000332            EXEC SQL
000333                DELETE FROM EAD719.PROVISOES
000334                    WHERE COMPETENCIA = :WK-COMPETENCIA
000335            END-EXEC.
000336            EVALUATE SQLCODE
000337                WHEN 0
000338                    DISPLAY 'PROVISOES ANTERIORES DA COMPETENCIA '
000339                            WK-COMPETENCIA ' SUBSTITUIDAS.'
000340                WHEN 100
000341                    CONTINUE
000342                WHEN OTHER
000343                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000344                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000345                            ' NO EXPURGO DE EAD719.PROVISOES'
000346                    MOVE 12 TO RETURN-CODE
000347                    STOP RUN
000348            END-EVALUATE.
000349       *
000350       * LIMITES DO MES, COMPETENCIA ANTERIOR (SALDO DE ABERTURA)
000351       * E INICIO DO ANO (13O JA PAGO)
000352        151-CALCULA-LIMITES-MES.
000353            MOVE WK-COMPETENCIA TO WK-COMP-PARTES.
000354            IF WK-COMP-ANO NOT NUMERIC OR WK-COMP-MES NOT NUMERIC
000355               OR WK-COMP-MES < 1 OR WK-COMP-MES > 12
000356                DISPLAY 'COMPETENCIA ' WK-COMPETENCIA
000357                        ' INVALIDA (AAAA-MM)!'
000358                MOVE 12 TO RETURN-CODE
000359                STOP RUN
000360            END-IF.
000361            STRING WK-COMPETENCIA '-01'
000362                DELIMITED BY SIZE INTO WK-INICIO-MES
000363            END-STRING.
000364            STRING WK-COMPETENCIA(1:4) '-01'
000365                DELIMITED BY SIZE INTO WK-INICIO-ANO
000366            END-STRING.
000367            EXEC SQL
000368                SELECT CHAR(DATE(:WK-INICIO-MES) + 1 MONTH - 1 DAY,
000369                            ISO),
000370                       SUBSTR(CHAR(DATE(:WK-INICIO-MES) - 1 MONTH,
000371                                   ISO), 1, 7)
000372                    INTO :WK-FIM-MES, :WK-COMP-ANTERIOR
000373                    FROM SYSIBM.SYSDUMMY1
000374            END-EXEC.
000375            IF SQLCODE NOT = 0
000376                MOVE SQLCODE TO WK-SQLCODE-EDIT
000377                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000378                        ' NO CALCULO DOS LIMITES DA COMPETENCIA '
000379                        WK-COMPETENCIA
000380                MOVE 12 TO RETURN-CODE
000381                STOP RUN
000382            END-IF.
000383       *******************************************************
000384        200-PROCESSAR SECTION.
000385        201-PROCESSAR.
000386            IF DB2-DEPTOFUN NOT = WK-DEPTO-ANTERIOR
000387                IF WK-DEPTO-ANTERIOR NOT = SPACES
000388                    PERFORM 401-FECHA-DEPTO
000389                END-IF
000390                MOVE DB2-DEPTOFUN TO WK-DEPTO-ANTERIOR
000391            END-IF.
000392            MOVE DB2-CODFUN     TO PRV-CODFUN.
000393            MOVE WK-COMPETENCIA TO PRV-COMPETENCIA.
000394            MOVE DB2-DEPTOFUN   TO PRV-DEPTOFUN.
000395            MOVE ZEROS TO PRV-DIAS-FERIAS PRV-MESES-13O
000396                          PRV-SALDO-FERIAS PRV-SALDO-13O
000397                          PRV-SALDO-ENCARGOS.
000398            MOVE 'N' TO WK-DESLIGADO.
000399            IF DB2-STATUSFUN NOT = 'A'
000400               OR (DB2-DT-DEMISSAOFUN NOT = SPACES
000401                   AND DB2-DT-DEMISSAOFUN <= WK-FIM-MES)
000402                MOVE 'S' TO WK-DESLIGADO
000403                ADD 1 TO WK-QTD-ESTORNOS
000404            ELSE
000405                PERFORM 211-SALDO-FERIAS
000406                PERFORM 212-SALDO-13O
000407                COMPUTE PRV-SALDO-ENCARGOS ROUNDED =
000408                    (PRV-SALDO-FERIAS + PRV-SALDO-13O)
000409                    * WK-ALIQ-ENCARGOS / 100
000410            END-IF.
000411            PERFORM 221-BAIXAS-DO-MES.
000412            COMPUTE PRV-MOVTO-FERIAS = PRV-SALDO-FERIAS - WK-ANT-FERIAS.
000413            COMPUTE PRV-MOVTO-13O = PRV-SALDO-13O - WK-ANT-13O.
000414            COMPUTE PRV-MOVTO-ENCARGOS =
000415                PRV-SALDO-ENCARGOS - WK-ANT-ENCARGOS.
000416            IF PRV-SALDO-FERIAS NOT = 0 OR PRV-SALDO-13O NOT = 0
000417               OR PRV-MOVTO-FERIAS NOT = 0 OR PRV-MOVTO-13O NOT = 0
000418               OR PRV-MOVTO-ENCARGOS NOT = 0
000419                PERFORM 231-GRAVA-PROVISAO
000420                PERFORM 241-ACUMULA
000421            END-IF.
000422            PERFORM 301-LER-PROVTEMP.
000423       *
000424       * FERIAS: DIAS A PAGAR DOS PERIODOS ABERTOS. PERIODO
000425       * VENCIDO ENTRA INTEIRO; O CORRENTE NA PROPORCAO DE 1/12
000426       * POR MES OU FRACAO DE 15 DIAS. VALOR = DIAS DE SALARIO
000427       * (SALARIO / 30) + 1/3
000428        211-SALDO-FERIAS.
000429            EXEC SQL
000430                SELECT COALESCE(SUM(
000431                       CASE WHEN FIM-AQUISITIVO <= :WK-FIM-MES
000432                            THEN DEC(DIAS-DIREITO - DIAS-GOZADOS, 5, 2)
000433                            ELSE MAX(0, DEC(DIAS-DIREITO, 5, 2)
000434                                 * MIN(12, (DAYS(DATE(:WK-FIM-MES))
000435                                   - DAYS(DATE(INICIO-AQUISITIVO))
000436                                   + 16) / 30) / 12
000437                                 - DIAS-GOZADOS)
000438                       END), 0)
000439                    INTO :PRV-DIAS-FERIAS
000440                    FROM EAD719.FERIAS_PERIODOS
000441                    WHERE CODFUN = :DB2-CODFUN
000442                      AND STATUS-PERIODO = 'A'
000443                      AND INICIO-AQUISITIVO <= :WK-FIM-MES
000444            END-EXEC.
000445            IF SQLCODE NOT = 0
000446                MOVE SQLCODE TO WK-SQLCODE-EDIT
000447                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000448                        ' NO SELECT DOS PERIODOS DE FERIAS'
000449                MOVE 12 TO RETURN-CODE
000450                STOP RUN
000451            END-IF.
000452            IF PRV-DIAS-FERIAS < 0
000453                MOVE ZEROS TO PRV-DIAS-FERIAS
000454            END-IF.
000455            COMPUTE PRV-SALDO-FERIAS ROUNDED =
000456                DB2-SALARIOFUN * PRV-DIAS-FERIAS * 4 / 90.
000457       *
000458       * 13O: 1/12 DO SALARIO POR MES TRABALHADO NO ANO ATE A
000459       * COMPETENCIA (O MES DA ADMISSAO CONTA COM 15 DIAS OU
000460       * MAIS), MENOS O 13O JA PAGO NO ANO
000461        212-SALDO-13O.
000462            MOVE DB2-ADMISSFUN TO WK-ADMISSAO-PARTES.
000463            EVALUATE TRUE
000464                WHEN WK-ADM-ANO < WK-COMP-ANO
000465                    MOVE WK-COMP-MES TO PRV-MESES-13O
000466                WHEN WK-ADM-ANO > WK-COMP-ANO
000467                    MOVE ZEROS TO PRV-MESES-13O
000468                WHEN WK-ADM-MES > WK-COMP-MES
000469                    MOVE ZEROS TO PRV-MESES-13O
000470                WHEN WK-ADM-DIA <= 16
000471                    COMPUTE PRV-MESES-13O =
000472                        WK-COMP-MES - WK-ADM-MES + 1
000473                WHEN OTHER
000474                    COMPUTE PRV-MESES-13O =
000475                        WK-COMP-MES - WK-ADM-MES
000476            END-EVALUATE.
000477            EXEC SQL
000478                SELECT COALESCE(SUM(BASE-13O), 0)
000479                    INTO :WK-13O-PAGO-ANO
000480                    FROM EAD719.FGTS_DEPOSITOS
000481                    WHERE CODFUN = :DB2-CODFUN
000482                      AND COMPETENCIA >= :WK-INICIO-ANO
000483                      AND COMPETENCIA <= :WK-COMPETENCIA
000484            END-EXEC.
000485            IF SQLCODE NOT = 0
000486                MOVE SQLCODE TO WK-SQLCODE-EDIT
000487                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000488                        ' NO SELECT DO 13O PAGO'
000489                MOVE 12 TO RETURN-CODE
000490                STOP RUN
000491            END-IF.
000492            COMPUTE PRV-SALDO-13O ROUNDED =
000493                DB2-SALARIOFUN * PRV-MESES-13O / 12
000494                - WK-13O-PAGO-ANO.
000495            IF PRV-SALDO-13O < 0
000496                MOVE ZEROS TO PRV-SALDO-13O
000497            END-IF.
000498       *
000499       * BAIXAS DO MES: FERIAS PAGAS (EAD719.FERIAS_PAGAMENTOS),
000500       * 13O PAGO (EAD719.FGTS_DEPOSITOS) E AS VERBAS DE FERIAS
000501       * E 13O DA RESCISAO COM DEMISSAO NO MES. SO INFORMATIVAS:
000502       * APROPRIACAO = MOVIMENTO + BAIXAS
000503        221-BAIXAS-DO-MES.
000504            EXEC SQL
000505                SELECT COALESCE(SUM(VALOR-DIAS + TERCO), 0)
000506                    INTO :PRV-BAIXA-FERIAS
000507                    FROM EAD719.FERIAS_PAGAMENTOS
000508                    WHERE CODFUN = :DB2-CODFUN
000509                      AND COMPETENCIA = :WK-COMPETENCIA
000510            END-EXEC.
000511            IF SQLCODE NOT = 0
000512                MOVE SQLCODE TO WK-SQLCODE-EDIT
000513                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000514                        ' NO SELECT DAS FERIAS PAGAS'
000515                MOVE 12 TO RETURN-CODE
000516                STOP RUN
000517            END-IF.
000518            EXEC SQL
000519                SELECT COALESCE(SUM(BASE-13O), 0)
000520                    INTO :PRV-BAIXA-13O
000521                    FROM EAD719.FGTS_DEPOSITOS
000522                    WHERE CODFUN = :DB2-CODFUN
000523                      AND COMPETENCIA = :WK-COMPETENCIA
000524            END-EXEC.
000525            IF SQLCODE NOT = 0
000526                MOVE SQLCODE TO WK-SQLCODE-EDIT
000527                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000528                        ' NO SELECT DO 13O PAGO NO MES'
000529                MOVE 12 TO RETURN-CODE
000530                STOP RUN
000531            END-IF.
000532            EXEC SQL
000533                SELECT COALESCE(SUM(FERIAS-PROP + TERCO-FERIAS), 0),
000534                       COALESCE(SUM(DECIMO-PROP), 0)
000535                    INTO :WK-RSC-FERIAS, :WK-RSC-13O
000536                    FROM EAD719.RESCISOES
000537                    WHERE CODFUN = :DB2-CODFUN
000538                      AND DT-DEMISSAO >= :WK-INICIO-MES
000539                      AND DT-DEMISSAO <= :WK-FIM-MES
000540            END-EXEC.
000541            IF SQLCODE NOT = 0
000542                MOVE SQLCODE TO WK-SQLCODE-EDIT
000543                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000544                        ' NO SELECT DA RESCISAO'
000545                MOVE 12 TO RETURN-CODE
000546                STOP RUN
000547            END-IF.
000548            ADD WK-RSC-FERIAS TO PRV-BAIXA-FERIAS.
000549            ADD WK-RSC-13O    TO PRV-BAIXA-13O.
000550            COMPUTE PRV-BAIXA-ENCARGOS ROUNDED =
000551                (PRV-BAIXA-FERIAS + PRV-BAIXA-13O)
000552                * WK-ALIQ-ENCARGOS / 100.
000553       *
000554        231-GRAVA-PROVISAO.
000555            EXEC SQL
000556                INSERT INTO EAD719.PROVISOES
000557                VALUES(:PRV-CODFUN,
000558                       :PRV-COMPETENCIA,
000559                       :PRV-DEPTOFUN,
000560                       :PRV-DIAS-FERIAS,
000561                       :PRV-MESES-13O,
000562                       :PRV-SALDO-FERIAS,
000563                       :PRV-SALDO-13O,
000564                       :PRV-SALDO-ENCARGOS,
000565                       :PRV-BAIXA-FERIAS,
000566                       :PRV-BAIXA-13O,
000567                       :PRV-BAIXA-ENCARGOS,
000568                       :PRV-MOVTO-FERIAS,
000569                       :PRV-MOVTO-13O,
000570                       :PRV-MOVTO-ENCARGOS,
000571                       CURRENT TIMESTAMP)
000572            END-EXEC.
000573            IF SQLCODE NOT = 0
000574                MOVE SQLCODE TO WK-SQLCODE-EDIT
000575                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000576                        ' NO INSERT DA PROVISAO DE ' PRV-CODFUN
000577                MOVE 12 TO RETURN-CODE
000578                STOP RUN
000579            END-IF.
000580            ADD 1 TO WK-QTD-FUNCIONARIOS.
000581       *
000582        241-ACUMULA.
000583            ADD WK-ANT-FERIAS      TO WK-AD-ANTERIOR(1).
000584            ADD PRV-BAIXA-FERIAS   TO WK-AD-BAIXAS(1).
000585            ADD PRV-SALDO-FERIAS   TO WK-AD-ATUAL(1).
000586            ADD PRV-MOVTO-FERIAS   TO WK-AD-MOVIMENTO(1).
000587            ADD WK-ANT-13O         TO WK-AD-ANTERIOR(2).
000588            ADD PRV-BAIXA-13O      TO WK-AD-BAIXAS(2).
000589            ADD PRV-SALDO-13O      TO WK-AD-ATUAL(2).
000590            ADD PRV-MOVTO-13O      TO WK-AD-MOVIMENTO(2).
000591            ADD WK-ANT-ENCARGOS    TO WK-AD-ANTERIOR(3).
000592            ADD PRV-BAIXA-ENCARGOS TO WK-AD-BAIXAS(3).
000593            ADD PRV-SALDO-ENCARGOS TO WK-AD-ATUAL(3).
000594            ADD PRV-MOVTO-ENCARGOS TO WK-AD-MOVIMENTO(3).
000595            ADD 1 TO WK-QTD-DEPTO.
000596       *******************************************************
000597        300-LER-PROVTEMP SECTION.
000598        301-LER-PROVTEMP.
000599            MOVE SPACES TO DB2-DT-DEMISSAOFUN.
000600            EXEC SQL
000601                FETCH PROVTEMP
000602                  INTO :DB2-CODFUN,
000603                       :DB2-DEPTOFUN,
000604                       :DB2-SALARIOFUN,
000605                       :DB2-ADMISSFUN,
000606                       :DB2-STATUSFUN,
000607                       :DB2-DT-DEMISSAOFUN,
000608                       :WK-ANT-FERIAS,
000609                       :WK-ANT-13O,
000610                       :WK-ANT-ENCARGOS
000611            END-EXEC.
000612            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
000613                MOVE SQLCODE TO WK-SQLCODE-EDIT
000614                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000615                        ' NO COMANDO FETCH'
000616                MOVE 12 TO RETURN-CODE
000617                STOP RUN
000618            END-IF.
000619       *******************************************************
000620       * QUEBRA DE DEPTO: UMA LINHA POR TIPO DE PROVISAO NO
000621       * RELATORIO E O LANCAMENTO DE DESPESA DO MOVIMENTO
000622        400-QUEBRA-DEPTO SECTION.
000623        401-FECHA-DEPTO.
000624            IF WK-QTD-DEPTO = 0
000625                EXIT PARAGRAPH
000626            END-IF.
000627            PERFORM 402-LINHA-TIPO
000628                VARYING WK-IND-TIPO FROM 1 BY 1
000629                UNTIL WK-IND-TIPO > 3.
000630            MOVE SPACES TO RELPROV-REC.
000631            WRITE RELPROV-REC.
000632            PERFORM 403-ZERA-DEPTO
000633                VARYING WK-IND-TIPO FROM 1 BY 1
000634                UNTIL WK-IND-TIPO > 3.
000635            MOVE ZEROS TO WK-QTD-DEPTO.
000636       *
000637        402-LINHA-TIPO.
000638            COMPUTE WK-APROPRIACAO =
000639                WK-AD-MOVIMENTO(WK-IND-TIPO)
000640                + WK-AD-BAIXAS(WK-IND-TIPO).
000641            MOVE SPACES TO RELPROV-REC.
000642            MOVE WK-DEPTO-ANTERIOR TO RELPROV-REC(1:3).
000643            MOVE WK-TIPO-NOME(WK-IND-TIPO) TO RELPROV-REC(5:9).
000644            MOVE WK-AD-ANTERIOR(WK-IND-TIPO) TO WK-VALOR-EDIT.
000645            MOVE WK-VALOR-EDIT TO RELPROV-REC(16:13).
000646            MOVE WK-APROPRIACAO TO WK-VALOR-EDIT.
000647            MOVE WK-VALOR-EDIT TO RELPROV-REC(31:13).
000648            MOVE WK-AD-BAIXAS(WK-IND-TIPO) TO WK-VALOR-EDIT.
000649            MOVE WK-VALOR-EDIT TO RELPROV-REC(46:13).
000650            MOVE WK-AD-ATUAL(WK-IND-TIPO) TO WK-VALOR-EDIT.
000651            MOVE WK-VALOR-EDIT TO RELPROV-REC(61:13).
000652            WRITE RELPROV-REC.
000653            ADD WK-AD-ANTERIOR(WK-IND-TIPO)
000654                TO WK-AG-ANTERIOR(WK-IND-TIPO).
000655            ADD WK-AD-BAIXAS(WK-IND-TIPO)
000656                TO WK-AG-BAIXAS(WK-IND-TIPO).
000657            ADD WK-AD-ATUAL(WK-IND-TIPO)
000658                TO WK-AG-ATUAL(WK-IND-TIPO).
000659            ADD WK-AD-MOVIMENTO(WK-IND-TIPO)
000660                TO WK-AG-MOVIMENTO(WK-IND-TIPO).
000661            MOVE SPACES TO WK-DET-CONTA.
000662            STRING WK-TIPO-DESPESA(WK-IND-TIPO) '.'
000663                WK-DEPTO-ANTERIOR
000664                DELIMITED BY SIZE INTO WK-DET-CONTA
000665            END-STRING.
000666            MOVE WK-TIPO-HISTORICO(WK-IND-TIPO) TO WK-DET-HISTORICO.
000667            MOVE WK-AD-MOVIMENTO(WK-IND-TIPO) TO WK-LANC-VALOR.
000668            MOVE 'D' TO WK-LANC-DC-NORMAL.
000669            PERFORM 411-GRAVA-LANCAMENTO.
000670       *
000671        403-ZERA-DEPTO.
000672            MOVE ZEROS TO WK-AD-ANTERIOR(WK-IND-TIPO)
000673                          WK-AD-BAIXAS(WK-IND-TIPO)
000674                          WK-AD-ATUAL(WK-IND-TIPO)
000675                          WK-AD-MOVIMENTO(WK-IND-TIPO).
000676       *
000677       * LANCAMENTO DO MOVIMENTO: VALOR NEGATIVO (ESTORNO DE
000678       * PROVISAO) INVERTE A NATUREZA DA CONTA; ZERO NAO E GRAVADO
000679        411-GRAVA-LANCAMENTO.
000680            IF WK-LANC-VALOR = 0
000681                EXIT PARAGRAPH
000682            END-IF.
000683            MOVE WK-LANC-DC-NORMAL TO WK-DET-DC.
000684            IF WK-LANC-VALOR < 0
000685                COMPUTE WK-LANC-VALOR = WK-LANC-VALOR * -1
000686                IF WK-LANC-DC-NORMAL = 'D'
000687                    MOVE 'C' TO WK-DET-DC
000688                ELSE
000689                    MOVE 'D' TO WK-DET-DC
000690                END-IF
000691            END-IF.
000692            MOVE WK-LANC-VALOR TO WK-DET-VALOR.
000693            IF WK-DET-DC = 'D'
000694                ADD WK-LANC-VALOR TO WK-TOTAL-DEBITOS
000695            ELSE
000696                ADD WK-LANC-VALOR TO WK-TOTAL-CREDITOS
000697            END-IF.
000698            MOVE WK-COMPETENCIA TO WK-DET-COMPETENCIA.
000699            MOVE SPACES TO LANCAMEN-REC.
000700            MOVE WK-LANC-DETALHE TO LANCAMEN-REC.
000701            WRITE LANCAMEN-REC.
000702            ADD 1 TO WK-QTD-LANCTOS.
000703       *******************************************************
000704       * CONTRAPARTIDA NO PASSIVO: MOVIMENTO TOTAL DE CADA TIPO
000705        500-CONTABILIZA SECTION.
000706        501-CONTABILIZA.
000707            EXEC SQL
000708                CLOSE PROVTEMP
000709            END-EXEC.
000710            IF WK-DEPTO-ANTERIOR NOT = SPACES
000711                PERFORM 401-FECHA-DEPTO
000712            END-IF.
000713            PERFORM 502-CREDITO-TIPO
000714                VARYING WK-IND-TIPO FROM 1 BY 1
000715                UNTIL WK-IND-TIPO > 3.
000716       *
000717        502-CREDITO-TIPO.
000718            MOVE SPACES TO WK-DET-CONTA.
000719            MOVE WK-TIPO-PASSIVO(WK-IND-TIPO) TO WK-DET-CONTA.
000720            MOVE WK-TIPO-HISTORICO(WK-IND-TIPO) TO WK-DET-HISTORICO.
000721            MOVE WK-AG-MOVIMENTO(WK-IND-TIPO) TO WK-LANC-VALOR.
000722            MOVE 'C' TO WK-LANC-DC-NORMAL.
000723            PERFORM 411-GRAVA-LANCAMENTO.
000724            ADD WK-AG-MOVIMENTO(WK-IND-TIPO) TO WK-CONTROLE-MOVTO.
000725       *******************************************************
000726       * PROVA: DEBITOS = CREDITOS E MOVIMENTO CONTABILIZADO =
000727       * MOVIMENTO GRAVADO EM EAD719.PROVISOES
000728        600-PROVA SECTION.
000729        601-PROVA-CONTABIL.
000730            MOVE WK-QTD-LANCTOS TO WK-TRL-QTD-LANCTOS.
000731            MOVE WK-TOTAL-DEBITOS TO WK-TRL-TOTAL-DEBITO.
000732            MOVE WK-TOTAL-CREDITOS TO WK-TRL-TOTAL-CREDITO.
000733            MOVE SPACES TO LANCAMEN-REC.
000734            MOVE WK-LANC-TRAILER TO LANCAMEN-REC.
000735            WRITE LANCAMEN-REC.
000736            IF WK-TOTAL-DEBITOS NOT = WK-TOTAL-CREDITOS
000737                DISPLAY '*** DEBITOS E CREDITOS NAO FECHAM! ***'
000738                MOVE 08 TO RETURN-CODE
000739            END-IF.
000740            EXEC SQL
000741                SELECT COALESCE(SUM(MOVTO-FERIAS + MOVTO-13O
000742                                    + MOVTO-ENCARGOS), 0)
000743                    INTO :WK-CONTROLE-MOVTO-DB2
000744                    FROM EAD719.PROVISOES
000745                    WHERE COMPETENCIA = :WK-COMPETENCIA
000746            END-EXEC.
000747            IF SQLCODE NOT = 0
000748                MOVE SQLCODE TO WK-SQLCODE-EDIT
000749                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000750                        ' NA TOTALIZACAO DAS PROVISOES'
000751                MOVE 12 TO RETURN-CODE
000752                STOP RUN
000753            END-IF.
000754            IF WK-CONTROLE-MOVTO-DB2 NOT = WK-CONTROLE-MOVTO
000755                DISPLAY '*** MOVIMENTO NAO AMARRA COM'
000756                        ' EAD719.PROVISOES! ***'
000757                MOVE 08 TO RETURN-CODE
000758            END-IF.
000759       *******************************************************
000760        900-FINALIZAR SECTION.
000761        901-FINALIZAR.
000762            CLOSE LANCAMEN-FILE.
000763            MOVE SPACES TO RELPROV-REC.
000764            STRING '========== TOTAL GERAL =========='
000765                DELIMITED BY SIZE INTO RELPROV-REC
000766            END-STRING.
000767            WRITE RELPROV-REC.
000768            MOVE 'TOT' TO WK-DEPTO-ANTERIOR.
000769            PERFORM 911-TOTAL-TIPO
000770                VARYING WK-IND-TIPO FROM 1 BY 1
000771                UNTIL WK-IND-TIPO > 3.
000772            CLOSE RELPROV-FILE.
000773            EXEC SQL
000774                COMMIT
000775            END-EXEC.
000776            DISPLAY '*********************************************'.
000777            DISPLAY '*   RESUMO DA PROVISAO EAD71963            *'.
000778            DISPLAY '*********************************************'.
000779            DISPLAY 'COMPETENCIA           : ' WK-COMPETENCIA.
000780            MOVE WK-QTD-FUNCIONARIOS TO WK-RESUMO-EDIT.
000781            DISPLAY 'PROVISOES GRAVADAS    : ' WK-RESUMO-EDIT.
000782            MOVE WK-QTD-ESTORNOS TO WK-RESUMO-EDIT.
000783            DISPLAY 'DESLIGADOS ESTORNADOS : ' WK-RESUMO-EDIT.
000784            MOVE WK-QTD-LANCTOS TO WK-RESUMO-EDIT.
000785            DISPLAY 'LANCAMENTOS GERADOS   : ' WK-RESUMO-EDIT.
000786            MOVE WK-TOTAL-DEBITOS TO WK-TOTAL-EDIT.
000787            DISPLAY 'TOTAL DE DEBITOS      : ' WK-TOTAL-EDIT.
000788            MOVE WK-TOTAL-CREDITOS TO WK-TOTAL-EDIT.
000789            DISPLAY 'TOTAL DE CREDITOS     : ' WK-TOTAL-EDIT.
000790            IF RETURN-CODE = 0
000791                DISPLAY 'PROVA CONTABIL CONFERE'
000792            END-IF.
000793            DISPLAY '*********************************************'.
000794            MOVE WK-QTD-FUNCIONARIOS TO CPR-QTD-REGISTROS.
000795            PERFORM 711-REGISTRA-FIM.
000796       *
000797        911-TOTAL-TIPO.
000798            COMPUTE WK-APROPRIACAO =
000799                WK-AG-MOVIMENTO(WK-IND-TIPO)
000800                + WK-AG-BAIXAS(WK-IND-TIPO).
000801            MOVE SPACES TO RELPROV-REC.
000802            MOVE WK-DEPTO-ANTERIOR TO RELPROV-REC(1:3).
000803            MOVE WK-TIPO-NOME(WK-IND-TIPO) TO RELPROV-REC(5:9).
000804            MOVE WK-AG-ANTERIOR(WK-IND-TIPO) TO WK-VALOR-EDIT.
000805            MOVE WK-VALOR-EDIT TO RELPROV-REC(16:13).
000806            MOVE WK-APROPRIACAO TO WK-VALOR-EDIT.
000807            MOVE WK-VALOR-EDIT TO RELPROV-REC(31:13).
000808            MOVE WK-AG-BAIXAS(WK-IND-TIPO) TO WK-VALOR-EDIT.
000809            MOVE WK-VALOR-EDIT TO RELPROV-REC(46:13).
000810            MOVE WK-AG-ATUAL(WK-IND-TIPO) TO WK-VALOR-EDIT.
000811            MOVE WK-VALOR-EDIT TO RELPROV-REC(61:13).
000812            WRITE RELPROV-REC.
000813       *******************************************************
000814       * REGISTRO DA EXECUCAO EM EAD719.CONTROLE_PROCESSOS,
000815       * NO PADRAO DO EAD719.CONTROLE_EXTRACAO, PARA AS
000816       * DEPENDENCIAS DO SCHEDULE NOTURNO
000817        700-CONTROLE-PROCESSOS SECTION.
000818        701-REGISTRA-INICIO.
000819            EXEC SQL
000820                SELECT CHAR(CURRENT TIMESTAMP)
000821                    INTO :CPR-TS-INICIO
000822                    FROM SYSIBM.SYSDUMMY1
000823            END-EXEC.
000824            IF SQLCODE NOT = 0
000825                MOVE SQLCODE TO WK-SQLCODE-EDIT
000826                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000827                        ' NA LEITURA DO TIMESTAMP DE INICIO'
000828                MOVE 12 TO RETURN-CODE
000829                STOP RUN
000830            END-IF.
000831            MOVE SPACES TO CPR-TS-FIM.
000832            MOVE ZEROS  TO CPR-RETORNO.
000833            MOVE ZEROS  TO CPR-QTD-REGISTROS.
000834            MOVE 'E'    TO CPR-STATUS.
000835            EXEC SQL
000836                INSERT INTO EAD719.CONTROLE_PROCESSOS
000837                VALUES(:CPR-PROCESSO,
000838                       :CPR-COMPETENCIA,
000839                       :CPR-TS-INICIO,
000840                       :CPR-TS-FIM,
000841                       :CPR-RETORNO,
000842                       :CPR-QTD-REGISTROS,
000843                       :CPR-STATUS)
000844            END-EXEC.
000845            IF SQLCODE NOT = 0
000846                MOVE SQLCODE TO WK-SQLCODE-EDIT
000847                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000848                        ' NO REGISTRO DE INICIO DO PROCESSO'
000849                MOVE 12 TO RETURN-CODE
000850                STOP RUN
000851            END-IF.
000852            EXEC SQL
000853                COMMIT
000854            END-EXEC.
000855       *
000856        711-REGISTRA-FIM.
000857            MOVE RETURN-CODE TO CPR-RETORNO.
000858            EXEC SQL
000859                UPDATE EAD719.CONTROLE_PROCESSOS
000860                    SET TS-FIM = CHAR(CURRENT TIMESTAMP),
000861                        RETORNO = :CPR-RETORNO,
000862                        QTD-REGISTROS = :CPR-QTD-REGISTROS,
000863                        STATUS = 'T'
000864                    WHERE PROCESSO = :CPR-PROCESSO
000865                      AND TS-INICIO = :CPR-TS-INICIO
000866            END-EXEC.
000867            IF SQLCODE NOT = 0
000868                MOVE SQLCODE TO WK-SQLCODE-EDIT
000869                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000870                        ' NO REGISTRO DE FIM DO PROCESSO'
000871                MOVE 12 TO RETURN-CODE
000872            END-IF.
000873            EXEC SQL
000874                COMMIT
000875            END-EXEC.
000876       *
000877       * GATE: A ULTIMA EXECUCAO TERMINADA DO PREREQUISITO NA
000878       * MESMA COMPETENCIA PRECISA TER RETORNO ZERO
000879        721-VERIFICA-PREREQUISITO.
000880            EXEC SQL
000881                SELECT RETORNO INTO :CPR-RETORNO
000882                    FROM EAD719.CONTROLE_PROCESSOS
000883                    WHERE PROCESSO = :WK-PROCESSO-PREREQ
000884                      AND COMPETENCIA = :CPR-COMPETENCIA
000885                      AND STATUS = 'T'
000886                      AND TS-FIM =
000887                          (SELECT MAX(TS-FIM)
000888                               FROM EAD719.CONTROLE_PROCESSOS
000889                           WHERE PROCESSO = :WK-PROCESSO-PREREQ
000890                             AND COMPETENCIA = :CPR-COMPETENCIA
000891                             AND STATUS = 'T')
000892            END-EXEC.
000893            EVALUATE SQLCODE
000894                WHEN 0
000895                    IF CPR-RETORNO NOT = 0
000896                        DISPLAY 'PREREQUISITO ' WK-PROCESSO-PREREQ
000897                                ' TERMINOU COM RC ' CPR-RETORNO
000898                                ' - EXECUCAO BLOQUEADA!'
000899                        MOVE 12 TO RETURN-CODE
000900                        STOP RUN
000901                    END-IF
000902                WHEN 100
000903                    DISPLAY 'PREREQUISITO ' WK-PROCESSO-PREREQ
000904                            ' AINDA NAO EXECUTOU NA COMPETENCIA '
000905                            CPR-COMPETENCIA ' - EXECUCAO'
000906                            ' BLOQUEADA!'
000907                    MOVE 12 TO RETURN-CODE
000908                    STOP RUN
000909                WHEN OTHER
000910                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000911                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000912                            ' NA CONSULTA DO PREREQUISITO'
000913                    MOVE 12 TO RETURN-CODE
000914                    STOP RUN
000915            END-EVALUATE.
000916            MOVE ZEROS TO CPR-RETORNO.
