000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID.    EAD71953.
000003        AUTHOR.        THIAGO.
000004       *********************************************************
000005       * APURACAO MENSAL DO FGTS: DEPOSITO DE 8% SOBRE O BRUTO  *
000006       * DA FOLHA (EAD719.FOLHA_MENSAL), AS FERIAS PAGAS NO MES *
000007       * (EAD719.FERIAS_PAGAMENTOS), O 13O PAGO NO MES (ARQUIVO *
000008       * SAIDA13O DO EAD71933) E AS VERBAS REMUNERATORIAS DAS   *
000009       * RESCISOES DO MES, COM MULTA DE 40% SOBRE O SALDO       *
000010       * DEPOSITADO NA COMPETENCIA DA DEMISSAO                  *
000011       * GRAVA O DEPOSITO POR FUNCIONARIO EM                    *
000012       * EAD719.FGTS_DEPOSITOS, GERA O ARQUIVO DE RECOLHIMENTO  *
000013       * (HEADER + DETALHE POR FUNCIONARIO + TRAILER) E CONFERE *
000014       * AS BASES CONTRA OS TOTAIS DA FOLHA (RC 8 SE DIVERGIR)  *
000015       * CARTAO: 'C' COMPETENCIA                                *
000016       *********************************************************
000017       *
000018        ENVIRONMENT DIVISION.
000019        CONFIGURATION SECTION.
000020        SPECIAL-NAMES.
000021            DECIMAL-POINT IS COMMA.
000022        INPUT-OUTPUT SECTION.
000023        FILE-CONTROL.
000024            SELECT PARAMETRO-FILE ASSIGN TO SYSIN
000025                ORGANIZATION IS SEQUENTIAL.
000026            SELECT SAIDA13O-FILE ASSIGN TO SAIDA13O
000027                ORGANIZATION IS SEQUENTIAL.
000028            SELECT GUIAFGTS-FILE ASSIGN TO GUIAFGTS
000029                ORGANIZATION IS SEQUENTIAL.
000030            SELECT RELFGTS-FILE ASSIGN TO RELFGTS
000031                ORGANIZATION IS SEQUENTIAL.
000032       *
000033        DATA DIVISION.
000034        FILE SECTION.
000035        FD  PARAMETRO-FILE
000036            RECORDING MODE IS F.
000037        01  PARAMETRO-REC               PIC X(80).
000038        FD  SAIDA13O-FILE
000039            RECORDING MODE IS F.
000040        01  SAIDA13O-REC                PIC X(80).
000041        FD  GUIAFGTS-FILE
000042            RECORDING MODE IS F.
000043        01  GUIAFGTS-REC                PIC X(80).
000044        FD  RELFGTS-FILE
000045            RECORDING MODE IS F.
000046        01  RELFGTS-REC                 PIC X(80).
000047        WORKING-STORAGE SECTION.
000048            EXEC SQL
000049                INCLUDE BOOKFUNC
000050            END-EXEC.
000051            EXEC SQL
000052                INCLUDE BOOKFOLH
000053            END-EXEC.
000054            EXEC SQL
000055                INCLUDE BOOKRESC
000056            END-EXEC.
000057            EXEC SQL
000058                INCLUDE BOOKFGTS
000059            END-EXEC.
000060            EXEC SQL
000061                INCLUDE BOOKCOMP
000062            END-EXEC.
000063            EXEC SQL
000064                INCLUDE BOOKCPRC
000065            END-EXEC.
000066            EXEC SQL
000067                INCLUDE SQLCA
000068            END-EXEC.
000069        77  WK-COMPETENCIA          PIC X(07)       VALUE SPACES.
000070            EXEC SQL
000071                DECLARE FGTSTEMP CURSOR FOR
000072                    SELECT CODFUN, NOMEFUN, DEPTOFUN
000073                        FROM EAD719.FUNCIONARIOS
000074                    ORDER BY CODFUN
000075            END-EXEC.
000076        77  WK-SQLCODE-EDIT         PIC -999        VALUE ZEROS.
000077        77  WK-RESUMO-EDIT          PIC ZZ.ZZ9      VALUE ZEROS.
000078        77  WK-EOF-SYSIN            PIC X           VALUE 'N'.
000079        77  WK-PROCESSO-PREREQ      PIC X(08)       VALUE SPACES.
000080       *
000081       * CARTAO DE PARAMETRO: 'C' COMPETENCIA (MESMO FORMATO DO
000082       * EAD71925)
000083        01  WK-PARM-ACCEPT.
000084            05  WK-PARM-TIPO          PIC X(01)     VALUE SPACES.
000085            05  WK-PARM-COMPETENCIA   PIC X(07)     VALUE SPACES.
000086            05  FILLER                PIC X(72)     VALUE SPACES.
000087       *
000088       * 13O PAGO NO MES: ARQUIVO SAIDA13O DA(S) PARCELA(S) DO
000089       * EAD71933 PAGA(S) NA COMPETENCIA (DD DUMMY NOS DEMAIS
000090       * MESES), CARREGADO EM TABELA E SOMADO POR FUNCIONARIO
000091        77  WK-EOF-13O              PIC X           VALUE 'N'.
000092        01  WK-13O-ACCEPT.
000093            05  WK-13O-CODFUN-ACC     PIC X(04)     VALUE SPACES.
000094            05  WK-13O-DEPTOFUN-ACC   PIC X(03)     VALUE SPACES.
000095            05  WK-13O-PARCELA-ACC    PIC X(01)     VALUE SPACES.
000096            05  WK-13O-VALOR-ACC      PIC 9(07)V99  VALUE ZEROS.
000097            05  FILLER                PIC X(63)     VALUE SPACES.
000098        01  WK-TABELA-13O.
000099            05  WK-QTD-13O            PIC 9(04)     VALUE ZEROS.
000100            05  WK-ITEM-13O OCCURS 2000 TIMES.
000101                10  WK-13O-CODFUN     PIC X(04).
000102                10  WK-13O-VALOR      PIC S9(7)V99 COMP-3.
000103                10  WK-13O-APLICADO   PIC X(01).
000104        77  WK-IND-13O              PIC 9(04) COMP  VALUE ZEROS.
000105        77  WK-QTD-13O-SEM-DONO     PIC 9(05)       VALUE ZEROS.
000106        77  WK-TOT-ARQUIVO-13O      PIC S9(11)V99 COMP-3 VALUE ZEROS.
000107       *
000108       * REGISTROS DO RECOLHIMENTO: 0=HEADER, 1=DETALHE, 9=TRAILER
000109        01  WK-GUIA-HEADER.
000110            05  WK-HDR-TIPO           PIC X(01)     VALUE '0'.
000111            05  WK-HDR-LITERAL        PIC X(17)
000112                VALUE 'RECOLHIMENTO FGTS'.
000113            05  WK-HDR-DATA-GERACAO   PIC X(08).
000114            05  WK-HDR-COMPETENCIA    PIC X(07).
000115            05  FILLER                PIC X(47)     VALUE SPACES.
000116        01  WK-GUIA-DETALHE.
000117            05  WK-DET-TIPO           PIC X(01)     VALUE '1'.
000118            05  WK-DET-CODFUN         PIC X(04).
000119            05  WK-DET-NOMEFUN        PIC X(30).
000120            05  WK-DET-DEPTOFUN       PIC X(03).
000121            05  WK-DET-BASE           PIC 9(08)V99.
000122            05  WK-DET-DEPOSITO       PIC 9(07)V99.
000123            05  WK-DET-MULTA          PIC 9(07)V99.
000124            05  FILLER                PIC X(14)     VALUE SPACES.
000125        01  WK-GUIA-TRAILER.
000126            05  WK-TRL-TIPO           PIC X(01)     VALUE '9'.
000127            05  WK-TRL-QTD-DETALHES   PIC 9(06).
000128            05  WK-TRL-TOTAL-BASE     PIC 9(11)V99.
000129            05  WK-TRL-TOTAL-DEPOSITO PIC 9(11)V99.
000130            05  WK-TRL-TOTAL-MULTA    PIC 9(11)V99.
000131            05  FILLER                PIC X(34)     VALUE SPACES.
000132       *
000133        01  WK-DATA-ATUAL.
000134            05  WK-ANO-ATUAL       PIC 9(04).
000135            05  WK-MES-ATUAL       PIC 9(02).
000136            05  WK-DIA-ATUAL       PIC 9(02).
000137       *
000138       * ALIQUOTAS LEGAIS DO DEPOSITO E DA MULTA RESCISORIA
000139        77  WK-ALIQ-DEPOSITO        PIC 9(02)V99    VALUE 08,00.
000140        77  WK-ALIQ-MULTA           PIC 9(02)V99    VALUE 40,00.
000141        77  WK-RESCISAO-ACHADA      PIC X           VALUE 'N'.
000142        77  WK-BASE-TOTAL           PIC S9(8)V99 COMP-3 VALUE ZEROS.
000143        77  WK-SALDO-ANTERIOR       PIC S9(9)V99 COMP-3 VALUE ZEROS.
000144        77  WK-SALDO-FGTS           PIC S9(9)V99 COMP-3 VALUE ZEROS.
000145       *
000146        77  WK-QTD-DETALHES         PIC 9(06)       VALUE ZEROS.
000147        77  WK-QTD-FOLHAS           PIC 9(05)       VALUE ZEROS.
000148        77  WK-QTD-RESCISOES        PIC 9(05)       VALUE ZEROS.
000149        77  WK-TOT-BASE-FOLHA       PIC S9(11)V99 COMP-3 VALUE ZEROS.
000150        77  WK-TOT-BASE-FERIAS      PIC S9(11)V99 COMP-3 VALUE ZEROS.
000151        77  WK-TOT-BASE-13O         PIC S9(11)V99 COMP-3 VALUE ZEROS.
000152        77  WK-TOT-BASE-RESCISAO    PIC S9(11)V99 COMP-3 VALUE ZEROS.
000153        77  WK-TOT-BASE             PIC S9(11)V99 COMP-3 VALUE ZEROS.
000154        77  WK-TOT-DEPOSITO         PIC S9(11)V99 COMP-3 VALUE ZEROS.
000155        77  WK-TOT-MULTA            PIC S9(11)V99 COMP-3 VALUE ZEROS.
000156        77  WK-VALOR-EDIT           PIC ZZZ.ZZ9,99  VALUE ZEROS.
000157       *
000158       * TOTAIS DE CONTROLE CONFERIDOS CONTRA O DB2, NO MESMO
000159       * CRITERIO DA RECONCILIACAO DO EAD71927
000160        77  WK-CONTROLE-QTD-DB2     PIC S9(07)      COMP-3 VALUE ZEROS.
000161        77  WK-CONTROLE-SOMA-DB2    PIC S9(11)V99   COMP-3 VALUE ZEROS.
000162        77  WK-CONTROLE-QTD-EDIT    PIC -(6)9       VALUE ZEROS.
000163        77  WK-CONTROLE-SOMA-EDIT   PIC -(11)9,99   VALUE ZEROS.
000164        77  WK-QTD-DIVERGENCIAS     PIC 9(02)       VALUE ZEROS.
000165       *
000166        PROCEDURE DIVISION.
000167        000-PRINCIPAL SECTION.
000168        001-PRINCIPAL.
000169            PERFORM 101-INICIAR.
000170            PERFORM 201-PROCESSAR UNTIL SQLCODE = 100.
000171            PERFORM 901-FINALIZAR.
000172            STOP RUN.
000173       *******************************************************
000174        100-INICIAR SECTION.
000175        101-INICIAR.
000176            OPEN INPUT PARAMETRO-FILE.
000177            PERFORM 111-LER-PARAMETRO UNTIL WK-EOF-SYSIN = 'S'.
000178            CLOSE PARAMETRO-FILE.
000179            IF WK-COMPETENCIA = SPACES
000180                DISPLAY 'COMPETENCIA NAO INFORMADA NOS CARTOES!'
000181                MOVE 12 TO RETURN-CODE
000182                STOP RUN
000183            END-IF.
000184            OPEN INPUT SAIDA13O-FILE.
000185            PERFORM 121-LER-13O UNTIL WK-EOF-13O = 'S'.
000186            CLOSE SAIDA13O-FILE.
000187            PERFORM 131-VALIDA-COMPETENCIA.
000188            MOVE 'EAD71953' TO CPR-PROCESSO.
000189            MOVE WK-COMPETENCIA TO CPR-COMPETENCIA.
000190            MOVE 'EAD71925' TO WK-PROCESSO-PREREQ.
000191            PERFORM 721-VERIFICA-PREREQUISITO.
000192            PERFORM 701-REGISTRA-INICIO.
000193            PERFORM 141-EXPURGA-COMPETENCIA.
000194            OPEN OUTPUT GUIAFGTS-FILE.
000195            OPEN OUTPUT RELFGTS-FILE.
000196            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-ATUAL.
000197            STRING WK-ANO-ATUAL WK-MES-ATUAL WK-DIA-ATUAL
000198                DELIMITED BY SIZE INTO WK-HDR-DATA-GERACAO
000199            END-STRING.
000200            MOVE WK-COMPETENCIA TO WK-HDR-COMPETENCIA.
000201            MOVE SPACES TO GUIAFGTS-REC.
000202            MOVE WK-GUIA-HEADER TO GUIAFGTS-REC.
000203            WRITE GUIAFGTS-REC.
000204            MOVE SPACES TO RELFGTS-REC.
000205            STRING 'EAD719 - FGTS DO MES - COMPETENCIA '
000206                WK-COMPETENCIA
000207                DELIMITED BY SIZE INTO RELFGTS-REC
000208            END-STRING.
000209            WRITE RELFGTS-REC.
000210            MOVE SPACES TO RELFGTS-REC.
000211            STRING 'FUNC DEP       BASE   DEPOSITO      MULTA'
000212                DELIMITED BY SIZE INTO RELFGTS-REC
000213            END-STRING.
000214            WRITE RELFGTS-REC.
000215            EXEC SQL
000216                OPEN FGTSTEMP
000217            END-EXEC.
000218            EVALUATE SQLCODE
000219                WHEN 0
000220                    PERFORM 301-LER-FGTSTEMP
000221                WHEN 100
000222                    DISPLAY 'NENHUM FUNCIONARIO ENCONTRADO.'
000223                WHEN OTHER
000224                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000225                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000226                            ' NO COMANDO OPEN CURSOR'
000227                    MOVE 12 TO RETURN-CODE
000228                    STOP RUN
000229            END-EVALUATE.
000230       *
000231        111-LER-PARAMETRO.
000232            READ PARAMETRO-FILE INTO WK-PARM-ACCEPT
000233                AT END
000234                    MOVE 'S' TO WK-EOF-SYSIN
000235            END-READ.
000236            IF WK-EOF-SYSIN = 'S'
000237                EXIT PARAGRAPH
000238            END-IF.
000239            IF WK-PARM-TIPO = 'C'
000240                MOVE WK-PARM-COMPETENCIA TO WK-COMPETENCIA
000241            ELSE
000242                DISPLAY 'CARTAO DE PARAMETRO ' WK-PARM-TIPO
000243                        ' INVALIDO!'
000244            END-IF.
000245       *
000246        121-LER-13O.
000247            READ SAIDA13O-FILE INTO WK-13O-ACCEPT
000248                AT END
000249                    MOVE 'S' TO WK-EOF-13O
000250            END-READ.
000251            IF WK-EOF-13O = 'S'
000252                EXIT PARAGRAPH
000253            END-IF.
000254            IF WK-13O-CODFUN-ACC = SPACES
000255               OR WK-13O-VALOR-ACC NOT NUMERIC
000256                DISPLAY 'REGISTRO DE 13O INVALIDO: '
000257                        WK-13O-CODFUN-ACC
000258                EXIT PARAGRAPH
000259            END-IF.
000260            IF WK-QTD-13O >= 2000
000261                DISPLAY 'TABELA DE 13O CHEIA!'
000262                MOVE 12 TO RETURN-CODE
000263                STOP RUN
000264            END-IF.
000265            ADD 1 TO WK-QTD-13O.
000266            MOVE WK-QTD-13O TO WK-IND-13O.
000267            MOVE WK-13O-CODFUN-ACC TO WK-13O-CODFUN(WK-IND-13O).
000268            MOVE WK-13O-VALOR-ACC  TO WK-13O-VALOR(WK-IND-13O).
000269            MOVE 'N' TO WK-13O-APLICADO(WK-IND-13O).
000270            ADD WK-13O-VALOR-ACC TO WK-TOT-ARQUIVO-13O.
000271       *
000272       * O FGTS SAI DE COMPETENCIA JA CALCULADA ('C') OU FECHADA
000273       * ('F'); EM COMPETENCIA ABERTA A FOLHA AINDA PODE MUDAR
000274        131-VALIDA-COMPETENCIA.
000275            MOVE WK-COMPETENCIA TO CMP-COMPETENCIA.
000276            EXEC SQL
000277                SELECT STATUS INTO :CMP-STATUS
000278                    FROM EAD719.COMPETENCIAS
000279                    WHERE COMPETENCIA = :CMP-COMPETENCIA
000280            END-EXEC.
000281            EVALUATE SQLCODE
000282                WHEN 0
000283                    IF CMP-STATUS NOT = 'C' AND CMP-STATUS NOT = 'F'
000284                        DISPLAY 'COMPETENCIA ' CMP-COMPETENCIA
000285                                ' NAO ESTA CALCULADA (STATUS '
000286                                CMP-STATUS ') - FGTS NAO'
000287                                ' APURADO!'
000288                        MOVE 12 TO RETURN-CODE
000289                        STOP RUN
000290                    END-IF
000291                WHEN 100
000292                    DISPLAY 'COMPETENCIA ' CMP-COMPETENCIA
000293                            ' NAO EXISTE EM EAD719.COMPETENCIAS!'
000294                    MOVE 12 TO RETURN-CODE
000295                    STOP RUN
000296                WHEN OTHER
000297                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000298                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000299                            ' NA CONSULTA DA COMPETENCIA'
000300                    MOVE 12 TO RETURN-CODE
000301                    STOP RUN
000302            END-EVALUATE.
000303       *
000304       * REPROCESSAMENTO: OS DEPOSITOS DA COMPETENCIA SAO
000305       * APAGADOS E REAPURADOS (A FOLHA PODE TER SIDO REABERTA
000306       * E RECALCULADA PELO EAD71942/EAD71925)
000307        141-EXPURGA-COMPETENCIA.
000308            EXEC SQL
000309                DELETE FROM EAD719.FGTS_DEPOSITOS
000310                    WHERE COMPETENCIA = :WK-COMPETENCIA
000311            END-EXEC.
000312            EVALUATE SQLCODE
000313                WHEN 0
000314                    DISPLAY 'DEPOSITOS ANTERIORES DA COMPETENCIA '
000315                            WK-COMPETENCIA ' SUBSTITUIDOS.'
000316                WHEN 100
000317                    CONTINUE
000318                WHEN OTHER
000319                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000320                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000321                            ' NO EXPURGO DE EAD719.FGTS_DEPOSITOS'
000322                    MOVE 12 TO RETURN-CODE
000323                    STOP RUN
000324            END-EVALUATE.
000325       *******************************************************
000326        200-PROCESSAR SECTION.
000327        201-PROCESSAR.
000328            MOVE DB2-CODFUN   TO FGT-CODFUN.
000329            MOVE WK-COMPETENCIA TO FGT-COMPETENCIA.
000330            MOVE DB2-DEPTOFUN TO FGT-DEPTOFUN.
000331            PERFORM 211-BASE-FOLHA.
000332            PERFORM 212-BASE-FERIAS.
000333            PERFORM 213-BASE-13O.
000334            PERFORM 214-BASE-RESCISAO.
000335            COMPUTE WK-BASE-TOTAL =
000336                FGT-BASE-FOLHA + FGT-BASE-FERIAS +
000337                FGT-BASE-13O + FGT-BASE-RESCISAO.
000338            IF WK-BASE-TOTAL > 0 OR WK-RESCISAO-ACHADA = 'S'
000339                COMPUTE FGT-DEPOSITO ROUNDED =
000340                    WK-BASE-TOTAL * WK-ALIQ-DEPOSITO / 100
000341                MOVE ZEROS TO FGT-MULTA-RESCISORIA
000342                IF WK-RESCISAO-ACHADA = 'S'
000343                    PERFORM 221-CALCULA-MULTA
000344                END-IF
000345                PERFORM 231-GRAVA-DEPOSITO
000346                PERFORM 241-GRAVA-DETALHE
000347                PERFORM 401-IMPRIME-DETALHE
000348            END-IF.
000349            PERFORM 301-LER-FGTSTEMP.
000350       *
000351        211-BASE-FOLHA.
000352            MOVE ZEROS TO FGT-BASE-FOLHA.
000353            EXEC SQL
000354                SELECT DEPTOFUN, SALARIO-BRUTO
000355                    INTO :FOL-DEPTOFUN, :FOL-SALARIO-BRUTO
000356                    FROM EAD719.FOLHA_MENSAL
000357                    WHERE CODFUN = :DB2-CODFUN
000358                      AND COMPETENCIA = :WK-COMPETENCIA
000359            END-EXEC.
000360            EVALUATE SQLCODE
000361                WHEN 0
000362                    MOVE FOL-DEPTOFUN TO FGT-DEPTOFUN
000363                    MOVE FOL-SALARIO-BRUTO TO FGT-BASE-FOLHA
000364                    ADD 1 TO WK-QTD-FOLHAS
000365                    ADD FGT-BASE-FOLHA TO WK-TOT-BASE-FOLHA
000366                WHEN 100
000367                    CONTINUE
000368                WHEN OTHER
000369                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000370                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000371                            ' NO SELECT DA FOLHA MENSAL'
000372                    MOVE 12 TO RETURN-CODE
000373                    STOP RUN
000374            END-EVALUATE.
000375       *
000376       * FERIAS PAGAS NO MES: DIAS + 1/3 (EAD71934)
000377        212-BASE-FERIAS.
000378            EXEC SQL
000379                SELECT COALESCE(SUM(VALOR-DIAS + TERCO), 0)
000380                    INTO :FGT-BASE-FERIAS
000381                    FROM EAD719.FERIAS_PAGAMENTOS
000382                    WHERE CODFUN = :DB2-CODFUN
000383                      AND COMPETENCIA = :WK-COMPETENCIA
000384            END-EXEC.
000385            IF SQLCODE NOT = 0
000386                MOVE SQLCODE TO WK-SQLCODE-EDIT
000387                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000388                        ' NO SELECT DAS FERIAS PAGAS'
000389                MOVE 12 TO RETURN-CODE
000390                STOP RUN
000391            END-IF.
000392            ADD FGT-BASE-FERIAS TO WK-TOT-BASE-FERIAS.
000393       *
000394        213-BASE-13O.
000395            MOVE ZEROS TO FGT-BASE-13O.
000396            PERFORM 215-SOMA-13O
000397                VARYING WK-IND-13O FROM 1 BY 1
000398                UNTIL WK-IND-13O > WK-QTD-13O.
000399            ADD FGT-BASE-13O TO WK-TOT-BASE-13O.
000400       *
000401        215-SOMA-13O.
000402            IF WK-13O-CODFUN(WK-IND-13O) = DB2-CODFUN
000403                ADD WK-13O-VALOR(WK-IND-13O) TO FGT-BASE-13O
000404                MOVE 'S' TO WK-13O-APLICADO(WK-IND-13O)
000405            END-IF.
000406       *
000407       * RESCISAO COM DEMISSAO NO MES: SALDO DE SALARIO, AVISO
000408       * PREVIO E 13O PROPORCIONAL ENTRAM NA BASE (FERIAS
000409       * INDENIZADAS + 1/3 NAO INCIDEM) E HA MULTA DE 40%
000410        214-BASE-RESCISAO.
000411            MOVE 'N' TO WK-RESCISAO-ACHADA.
000412            MOVE ZEROS TO FGT-BASE-RESCISAO.
000413            EXEC SQL
000414                SELECT SALDO-SALARIO, AVISO-PREVIO, DECIMO-PROP
000415                    INTO :RSC-SALDO-SALARIO, :RSC-AVISO-PREVIO,
000416                         :RSC-DECIMO-PROP
000417                    FROM EAD719.RESCISOES
000418                    WHERE CODFUN = :DB2-CODFUN
000419                      AND SUBSTR(DT-DEMISSAO, 1, 7) =
000420                          :WK-COMPETENCIA
000421            END-EXEC.
000422            EVALUATE SQLCODE
000423                WHEN 0
000424                    MOVE 'S' TO WK-RESCISAO-ACHADA
000425                    COMPUTE FGT-BASE-RESCISAO =
000426                        RSC-SALDO-SALARIO + RSC-AVISO-PREVIO +
000427                        RSC-DECIMO-PROP
000428                    ADD 1 TO WK-QTD-RESCISOES
000429                    ADD FGT-BASE-RESCISAO TO WK-TOT-BASE-RESCISAO
000430                WHEN 100
000431                    CONTINUE
000432                WHEN OTHER
000433                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000434                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000435                            ' NO SELECT DA RESCISAO'
000436                    MOVE 12 TO RETURN-CODE
000437                    STOP RUN
000438            END-EVALUATE.
000439       *
000440       * MULTA DE 40% SOBRE O SALDO: DEPOSITOS DAS COMPETENCIAS
000441       * ANTERIORES EM EAD719.FGTS_DEPOSITOS + O DEPOSITO DO MES
000442        221-CALCULA-MULTA.
000443            EXEC SQL
000444                SELECT COALESCE(SUM(DEPOSITO), 0)
000445                    INTO :WK-SALDO-ANTERIOR
000446                    FROM EAD719.FGTS_DEPOSITOS
000447                    WHERE CODFUN = :DB2-CODFUN
000448                      AND COMPETENCIA < :WK-COMPETENCIA
000449            END-EXEC.
000450            IF SQLCODE NOT = 0
000451                MOVE SQLCODE TO WK-SQLCODE-EDIT
000452                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000453                        ' NA LEITURA DO SALDO DO FGTS'
000454                MOVE 12 TO RETURN-CODE
000455                STOP RUN
000456            END-IF.
000457            COMPUTE WK-SALDO-FGTS =
000458                WK-SALDO-ANTERIOR + FGT-DEPOSITO.
000459            COMPUTE FGT-MULTA-RESCISORIA ROUNDED =
000460                WK-SALDO-FGTS * WK-ALIQ-MULTA / 100.
000461       *
000462        231-GRAVA-DEPOSITO.
000463            EXEC SQL
000464                INSERT INTO EAD719.FGTS_DEPOSITOS
000465                VALUES(:FGT-CODFUN,
000466                       :FGT-COMPETENCIA,
000467                       :FGT-DEPTOFUN,
000468                       :FGT-BASE-FOLHA,
000469                       :FGT-BASE-FERIAS,
000470                       :FGT-BASE-13O,
000471                       :FGT-BASE-RESCISAO,
000472                       :FGT-DEPOSITO,
000473                       :FGT-MULTA-RESCISORIA,
000474                       CURRENT TIMESTAMP)
000475            END-EXEC.
000476            IF SQLCODE NOT = 0
000477                MOVE SQLCODE TO WK-SQLCODE-EDIT
000478                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000479                        ' NO INSERT DO DEPOSITO DO FGTS'
000480                MOVE 12 TO RETURN-CODE
000481                STOP RUN
000482            END-IF.
000483       *
000484        241-GRAVA-DETALHE.
000485            MOVE FGT-CODFUN           TO WK-DET-CODFUN.
000486            MOVE DB2-NOMEFUN-TEXT     TO WK-DET-NOMEFUN.
000487            MOVE FGT-DEPTOFUN         TO WK-DET-DEPTOFUN.
000488            MOVE WK-BASE-TOTAL        TO WK-DET-BASE.
000489            MOVE FGT-DEPOSITO         TO WK-DET-DEPOSITO.
000490            MOVE FGT-MULTA-RESCISORIA TO WK-DET-MULTA.
000491            MOVE SPACES TO GUIAFGTS-REC.
000492            MOVE WK-GUIA-DETALHE TO GUIAFGTS-REC.
000493            WRITE GUIAFGTS-REC.
000494            ADD 1 TO WK-QTD-DETALHES.
000495            ADD WK-BASE-TOTAL TO WK-TOT-BASE.
000496            ADD FGT-DEPOSITO TO WK-TOT-DEPOSITO.
000497            ADD FGT-MULTA-RESCISORIA TO WK-TOT-MULTA.
000498       *******************************************************
000499        300-LER-FGTSTEMP SECTION.
000500        301-LER-FGTSTEMP.
000501            MOVE SPACES TO DB2-NOMEFUN-TEXT.
000502            EXEC SQL
000503                FETCH FGTSTEMP
000504                  INTO :DB2-CODFUN,
000505                       :DB2-NOMEFUN,
000506                       :DB2-DEPTOFUN
000507            END-EXEC.
000508            EVALUATE SQLCODE
000509                WHEN 0
000510                    CONTINUE
000511                WHEN 100
000512                    CONTINUE
000513                WHEN OTHER
000514                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000515                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000516                            ' NO COMANDO FETCH'
000517                    MOVE 12 TO RETURN-CODE
000518                    STOP RUN
000519            END-EVALUATE.
000520       *******************************************************
000521        400-IMPRESSAO SECTION.
000522        401-IMPRIME-DETALHE.
000523            MOVE SPACES TO RELFGTS-REC.
000524            MOVE WK-BASE-TOTAL TO WK-VALOR-EDIT.
000525            STRING FGT-CODFUN ' ' FGT-DEPTOFUN ' ' WK-VALOR-EDIT
000526                DELIMITED BY SIZE INTO RELFGTS-REC
000527            END-STRING.
000528            MOVE FGT-DEPOSITO TO WK-VALOR-EDIT.
000529            MOVE WK-VALOR-EDIT TO RELFGTS-REC(21:10).
000530            MOVE FGT-MULTA-RESCISORIA TO WK-VALOR-EDIT.
000531            MOVE WK-VALOR-EDIT TO RELFGTS-REC(32:10).
000532            WRITE RELFGTS-REC.
000533       *******************************************************
000534        900-FINALIZAR SECTION.
000535        901-FINALIZAR.
000536            EXEC SQL
000537                CLOSE FGTSTEMP
000538            END-EXEC.
000539            MOVE WK-QTD-DETALHES TO WK-TRL-QTD-DETALHES.
000540            MOVE WK-TOT-BASE     TO WK-TRL-TOTAL-BASE.
000541            MOVE WK-TOT-DEPOSITO TO WK-TRL-TOTAL-DEPOSITO.
000542            MOVE WK-TOT-MULTA    TO WK-TRL-TOTAL-MULTA.
000543            MOVE SPACES TO GUIAFGTS-REC.
000544            MOVE WK-GUIA-TRAILER TO GUIAFGTS-REC.
000545            WRITE GUIAFGTS-REC.
000546            CLOSE GUIAFGTS-FILE.
000547            EXEC SQL
000548                COMMIT
000549            END-EXEC.
000550            PERFORM 911-LISTA-13O-SEM-DONO
000551                VARYING WK-IND-13O FROM 1 BY 1
000552                UNTIL WK-IND-13O > WK-QTD-13O.
000553            PERFORM 951-RECONCILIA-BASES.
000554            CLOSE RELFGTS-FILE.
000555            DISPLAY '*********************************************'.
000556            DISPLAY '*   RESUMO DO FGTS EAD71953                *'.
000557            DISPLAY '*********************************************'.
000558            DISPLAY 'COMPETENCIA           : ' WK-COMPETENCIA.
000559            MOVE WK-QTD-DETALHES TO WK-RESUMO-EDIT.
000560            DISPLAY 'DEPOSITOS GERADOS     : ' WK-RESUMO-EDIT.
000561            MOVE WK-QTD-RESCISOES TO WK-RESUMO-EDIT.
000562            DISPLAY 'RESCISOES COM MULTA   : ' WK-RESUMO-EDIT.
000563            MOVE WK-QTD-13O-SEM-DONO TO WK-RESUMO-EDIT.
000564            DISPLAY '13O SEM FUNCIONARIO   : ' WK-RESUMO-EDIT.
000565            MOVE WK-TOT-BASE TO WK-CONTROLE-SOMA-EDIT.
000566            DISPLAY 'BASE TOTAL            : ' WK-CONTROLE-SOMA-EDIT.
000567            MOVE WK-TOT-DEPOSITO TO WK-CONTROLE-SOMA-EDIT.
000568            DISPLAY 'TOTAL DEPOSITOS 8%    : ' WK-CONTROLE-SOMA-EDIT.
000569            MOVE WK-TOT-MULTA TO WK-CONTROLE-SOMA-EDIT.
000570            DISPLAY 'TOTAL MULTAS 40%      : ' WK-CONTROLE-SOMA-EDIT.
000571            DISPLAY '*********************************************'.
000572            MOVE WK-QTD-DETALHES TO CPR-QTD-REGISTROS.
000573            PERFORM 711-REGISTRA-FIM.
000574       *
000575        911-LISTA-13O-SEM-DONO.
000576            IF WK-13O-APLICADO(WK-IND-13O) NOT = 'S'
000577                ADD 1 TO WK-QTD-13O-SEM-DONO
000578                DISPLAY '13O SEM FUNCIONARIO CADASTRADO: '
000579                        WK-13O-CODFUN(WK-IND-13O)
000580            END-IF.
000581       *******************************************************
000582       * CONFERENCIA DAS BASES DO FGTS CONTRA OS TOTAIS DA
000583       * FOLHA DA COMPETENCIA; QUALQUER DIFERENCA DA RC 8
000584        950-RECONCILIA-BASES SECTION.
000585        951-RECONCILIA-BASES.
000586            MOVE SPACES TO RELFGTS-REC.
000587            WRITE RELFGTS-REC.
000588            MOVE SPACES TO RELFGTS-REC.
000589            STRING '====== CONFERENCIA DAS BASES COM A FOLHA ======'
000590                DELIMITED BY SIZE INTO RELFGTS-REC
000591            END-STRING.
000592            WRITE RELFGTS-REC.
000593            PERFORM 952-CONFERE-FOLHA.
000594            PERFORM 953-CONFERE-FERIAS.
000595            PERFORM 954-CONFERE-13O.
000596            PERFORM 955-CONFERE-RESCISOES.
000597            PERFORM 956-CONFERE-DEPOSITOS.
000598            MOVE SPACES TO RELFGTS-REC.
000599            IF WK-QTD-DIVERGENCIAS > 0
000600                STRING '*** DIVERGENCIA NAS BASES DO FGTS! ***'
000601                    DELIMITED BY SIZE INTO RELFGTS-REC
000602                END-STRING
000603                DISPLAY '*** DIVERGENCIA NAS BASES DO FGTS! ***'
000604                MOVE 08 TO RETURN-CODE
000605            ELSE
000606                STRING 'BASES DO FGTS CONFEREM COM A FOLHA'
000607                    DELIMITED BY SIZE INTO RELFGTS-REC
000608                END-STRING
000609                DISPLAY 'BASES DO FGTS CONFEREM COM A FOLHA'
000610            END-IF.
000611            WRITE RELFGTS-REC.
000612       *
000613        952-CONFERE-FOLHA.
000614            EXEC SQL
000615                SELECT COUNT(*), COALESCE(SUM(SALARIO-BRUTO), 0)
000616                    INTO :WK-CONTROLE-QTD-DB2,
000617                         :WK-CONTROLE-SOMA-DB2
000618                    FROM EAD719.FOLHA_MENSAL
000619                    WHERE COMPETENCIA = :WK-COMPETENCIA
000620            END-EXEC.
000621            PERFORM 961-VERIFICA-SQLCODE.
000622            MOVE SPACES TO RELFGTS-REC.
000623            MOVE WK-CONTROLE-QTD-DB2 TO WK-CONTROLE-QTD-EDIT.
000624            STRING 'FOLHAS NO DB2 ................ '
000625                WK-CONTROLE-QTD-EDIT
000626                DELIMITED BY SIZE INTO RELFGTS-REC
000627            END-STRING.
000628            WRITE RELFGTS-REC.
000629            MOVE SPACES TO RELFGTS-REC.
000630            MOVE WK-QTD-FOLHAS TO WK-CONTROLE-QTD-EDIT.
000631            STRING 'FOLHAS NA BASE DO FGTS ....... '
000632                WK-CONTROLE-QTD-EDIT
000633                DELIMITED BY SIZE INTO RELFGTS-REC
000634            END-STRING.
000635            WRITE RELFGTS-REC.
000636            IF WK-CONTROLE-QTD-DB2 NOT = WK-QTD-FOLHAS
000637                ADD 1 TO WK-QTD-DIVERGENCIAS
000638            END-IF.
000639            MOVE SPACES TO RELFGTS-REC.
000640            MOVE WK-CONTROLE-SOMA-DB2 TO WK-CONTROLE-SOMA-EDIT.
000641            STRING 'BRUTO DA FOLHA NO DB2 ........ '
000642                WK-CONTROLE-SOMA-EDIT
000643                DELIMITED BY SIZE INTO RELFGTS-REC
000644            END-STRING.
000645            WRITE RELFGTS-REC.
000646            MOVE SPACES TO RELFGTS-REC.
000647            MOVE WK-TOT-BASE-FOLHA TO WK-CONTROLE-SOMA-EDIT.
000648            STRING 'BASE FGTS - FOLHA ............ '
000649                WK-CONTROLE-SOMA-EDIT
000650                DELIMITED BY SIZE INTO RELFGTS-REC
000651            END-STRING.
000652            WRITE RELFGTS-REC.
000653            IF WK-CONTROLE-SOMA-DB2 NOT = WK-TOT-BASE-FOLHA
000654                ADD 1 TO WK-QTD-DIVERGENCIAS
000655            END-IF.
000656       *
000657        953-CONFERE-FERIAS.
000658            EXEC SQL
000659                SELECT COALESCE(SUM(VALOR-DIAS + TERCO), 0)
000660                    INTO :WK-CONTROLE-SOMA-DB2
000661                    FROM EAD719.FERIAS_PAGAMENTOS
000662                    WHERE COMPETENCIA = :WK-COMPETENCIA
000663            END-EXEC.
000664            PERFORM 961-VERIFICA-SQLCODE.
000665            MOVE SPACES TO RELFGTS-REC.
000666            MOVE WK-CONTROLE-SOMA-DB2 TO WK-CONTROLE-SOMA-EDIT.
000667            STRING 'FERIAS PAGAS NO DB2 .......... '
000668                WK-CONTROLE-SOMA-EDIT
000669                DELIMITED BY SIZE INTO RELFGTS-REC
000670            END-STRING.
000671            WRITE RELFGTS-REC.
000672            MOVE SPACES TO RELFGTS-REC.
000673            MOVE WK-TOT-BASE-FERIAS TO WK-CONTROLE-SOMA-EDIT.
000674            STRING 'BASE FGTS - FERIAS ........... '
000675                WK-CONTROLE-SOMA-EDIT
000676                DELIMITED BY SIZE INTO RELFGTS-REC
000677            END-STRING.
000678            WRITE RELFGTS-REC.
000679            IF WK-CONTROLE-SOMA-DB2 NOT = WK-TOT-BASE-FERIAS
000680                ADD 1 TO WK-QTD-DIVERGENCIAS
000681            END-IF.
000682       *
000683        954-CONFERE-13O.
000684            MOVE SPACES TO RELFGTS-REC.
000685            MOVE WK-TOT-ARQUIVO-13O TO WK-CONTROLE-SOMA-EDIT.
000686            STRING '13O NO ARQUIVO SAIDA13O ...... '
000687                WK-CONTROLE-SOMA-EDIT
000688                DELIMITED BY SIZE INTO RELFGTS-REC
000689            END-STRING.
000690            WRITE RELFGTS-REC.
000691            MOVE SPACES TO RELFGTS-REC.
000692            MOVE WK-TOT-BASE-13O TO WK-CONTROLE-SOMA-EDIT.
000693            STRING 'BASE FGTS - 13O .............. '
000694                WK-CONTROLE-SOMA-EDIT
000695                DELIMITED BY SIZE INTO RELFGTS-REC
000696            END-STRING.
000697            WRITE RELFGTS-REC.
000698            IF WK-TOT-ARQUIVO-13O NOT = WK-TOT-BASE-13O
000699                ADD 1 TO WK-QTD-DIVERGENCIAS
000700            END-IF.
000701       *
000702        955-CONFERE-RESCISOES.
000703            EXEC SQL
000704                SELECT COUNT(*),
000705                       COALESCE(SUM(SALDO-SALARIO + AVISO-PREVIO +
000706                                    DECIMO-PROP), 0)
000707                    INTO :WK-CONTROLE-QTD-DB2,
000708                         :WK-CONTROLE-SOMA-DB2
000709                    FROM EAD719.RESCISOES
000710                    WHERE SUBSTR(DT-DEMISSAO, 1, 7) =
000711                          :WK-COMPETENCIA
000712            END-EXEC.
000713            PERFORM 961-VERIFICA-SQLCODE.
000714            MOVE SPACES TO RELFGTS-REC.
000715            MOVE WK-CONTROLE-SOMA-DB2 TO WK-CONTROLE-SOMA-EDIT.
000716            STRING 'VERBAS DAS RESCISOES NO DB2 .. '
000717                WK-CONTROLE-SOMA-EDIT
000718                DELIMITED BY SIZE INTO RELFGTS-REC
000719            END-STRING.
000720            WRITE RELFGTS-REC.
000721            MOVE SPACES TO RELFGTS-REC.
000722            MOVE WK-TOT-BASE-RESCISAO TO WK-CONTROLE-SOMA-EDIT.
000723            STRING 'BASE FGTS - RESCISOES ........ '
000724                WK-CONTROLE-SOMA-EDIT
000725                DELIMITED BY SIZE INTO RELFGTS-REC
000726            END-STRING.
000727            WRITE RELFGTS-REC.
000728            IF WK-CONTROLE-SOMA-DB2 NOT = WK-TOT-BASE-RESCISAO
000729               OR WK-CONTROLE-QTD-DB2 NOT = WK-QTD-RESCISOES
000730                ADD 1 TO WK-QTD-DIVERGENCIAS
000731            END-IF.
000732       *
000733       * O GRAVADO EM EAD719.FGTS_DEPOSITOS TEM QUE BATER COM O
000734       * TRAILER DO ARQUIVO DE RECOLHIMENTO
000735        956-CONFERE-DEPOSITOS.
000736            EXEC SQL
000737                SELECT COUNT(*), COALESCE(SUM(DEPOSITO), 0)
000738                    INTO :WK-CONTROLE-QTD-DB2,
000739                         :WK-CONTROLE-SOMA-DB2
000740                    FROM EAD719.FGTS_DEPOSITOS
000741                    WHERE COMPETENCIA = :WK-COMPETENCIA
000742            END-EXEC.
000743            PERFORM 961-VERIFICA-SQLCODE.
000744            MOVE SPACES TO RELFGTS-REC.
000745            MOVE WK-CONTROLE-SOMA-DB2 TO WK-CONTROLE-SOMA-EDIT.
000746            STRING 'DEPOSITOS GRAVADOS NO DB2 .... '
000747                WK-CONTROLE-SOMA-EDIT
000748                DELIMITED BY SIZE INTO RELFGTS-REC
000749            END-STRING.
000750            WRITE RELFGTS-REC.
000751            MOVE SPACES TO RELFGTS-REC.
000752            MOVE WK-TOT-DEPOSITO TO WK-CONTROLE-SOMA-EDIT.
000753            STRING 'DEPOSITOS NO RECOLHIMENTO .... '
000754                WK-CONTROLE-SOMA-EDIT
000755                DELIMITED BY SIZE INTO RELFGTS-REC
000756            END-STRING.
000757            WRITE RELFGTS-REC.
000758            MOVE SPACES TO RELFGTS-REC.
000759            MOVE WK-TOT-MULTA TO WK-CONTROLE-SOMA-EDIT.
000760            STRING 'MULTAS RESCISORIAS 40% ....... '
000761                WK-CONTROLE-SOMA-EDIT
000762                DELIMITED BY SIZE INTO RELFGTS-REC
000763            END-STRING.
000764            WRITE RELFGTS-REC.
000765            IF WK-CONTROLE-SOMA-DB2 NOT = WK-TOT-DEPOSITO
000766               OR WK-CONTROLE-QTD-DB2 NOT = WK-QTD-DETALHES
000767                ADD 1 TO WK-QTD-DIVERGENCIAS
000768            END-IF.
000769       *
000770        961-VERIFICA-SQLCODE.
000771            IF SQLCODE NOT = 0
000772                MOVE SQLCODE TO WK-SQLCODE-EDIT
000773                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000774                        ' NA LEITURA DOS TOTAIS DE CONTROLE'
000775                MOVE 12 TO RETURN-CODE
000776                STOP RUN
000777            END-IF.
000778       *******************************************************
000779       * REGISTRO DA EXECUCAO EM EAD719.CONTROLE_PROCESSOS,
000780       * NO PADRAO DO EAD719.CONTROLE_EXTRACAO, PARA AS
000781       * DEPENDENCIAS DO SCHEDULE NOTURNO
000782        700-CONTROLE-PROCESSOS SECTION.
000783        701-REGISTRA-INICIO.
000784            EXEC SQL
000785                SELECT CHAR(CURRENT TIMESTAMP)
000786                    INTO :CPR-TS-INICIO
000787                    FROM SYSIBM.SYSDUMMY1
000788            END-EXEC.
000789            IF SQLCODE NOT = 0
000790                MOVE SQLCODE TO WK-SQLCODE-EDIT
000791                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000792                        ' NA LEITURA DO TIMESTAMP DE INICIO'
000793                MOVE 12 TO RETURN-CODE
000794                STOP RUN
000795            END-IF.
000796            MOVE SPACES TO CPR-TS-FIM.
000797            MOVE ZEROS  TO CPR-RETORNO.
000798            MOVE ZEROS  TO CPR-QTD-REGISTROS.
000799            MOVE 'E'    TO CPR-STATUS.
000800            EXEC SQL
000801                INSERT INTO EAD719.CONTROLE_PROCESSOS
000802                VALUES(:CPR-PROCESSO,
000803                       :CPR-COMPETENCIA,
000804                       :CPR-TS-INICIO,
000805                       :CPR-TS-FIM,
000806                       :CPR-RETORNO,
000807                       :CPR-QTD-REGISTROS,
000808                       :CPR-STATUS)
000809            END-EXEC.
000810            IF SQLCODE NOT = 0
000811                MOVE SQLCODE TO WK-SQLCODE-EDIT
000812                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000813                        ' NO REGISTRO DE INICIO DO PROCESSO'
000814                MOVE 12 TO RETURN-CODE
000815                STOP RUN
000816            END-IF.
000817            EXEC SQL
000818                COMMIT
000819            END-EXEC.
000820       *
000821        711-REGISTRA-FIM.
000822            MOVE RETURN-CODE TO CPR-RETORNO.
000823            EXEC SQL
000824                UPDATE EAD719.CONTROLE_PROCESSOS
000825                    SET TS-FIM = CHAR(CURRENT TIMESTAMP),
000826                        RETORNO = :CPR-RETORNO,
000827                        QTD-REGISTROS = :CPR-QTD-REGISTROS,
000828                        STATUS = 'T'
000829                    WHERE PROCESSO = :CPR-PROCESSO
000830                      AND TS-INICIO = :CPR-TS-INICIO
000831            END-EXEC.
000832            IF SQLCODE NOT = 0
000833                MOVE SQLCODE TO WK-SQLCODE-EDIT
000834                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000835                        ' NO REGISTRO DE FIM DO PROCESSO'
000836                MOVE 12 TO RETURN-CODE
000837            END-IF.
000838            EXEC SQL
000839                COMMIT
000840            END-EXEC.
000841       *
000842       * GATE: A ULTIMA EXECUCAO TERMINADA DO PREREQUISITO NA
000843       * MESMA COMPETENCIA PRECISA TER RETORNO ZERO
000844        721-VERIFICA-PREREQUISITO.
000845            EXEC SQL
000846                SELECT RETORNO INTO :CPR-RETORNO
000847                    FROM EAD719.CONTROLE_PROCESSOS
000848                    WHERE PROCESSO = :WK-PROCESSO-PREREQ
000849                      AND COMPETENCIA = :CPR-COMPETENCIA
000850                      AND STATUS = 'T'
000851                      AND TS-FIM =
000852                          (SELECT MAX(TS-FIM)
000853                               FROM EAD719.CONTROLE_PROCESSOS
000854                           WHERE PROCESSO = :WK-PROCESSO-PREREQ
000855                             AND COMPETENCIA = :CPR-COMPETENCIA
000856                             AND STATUS = 'T')
000857            END-EXEC.
000858            EVALUATE SQLCODE
000859                WHEN 0
000860                    IF CPR-RETORNO NOT = 0
000861                        DISPLAY 'PREREQUISITO ' WK-PROCESSO-PREREQ
000862                                ' TERMINOU COM RC ' CPR-RETORNO
000863                                ' - EXECUCAO BLOQUEADA!'
000864                        MOVE 12 TO RETURN-CODE
000865                        STOP RUN
000866                    END-IF
000867                WHEN 100
000868                    DISPLAY 'PREREQUISITO ' WK-PROCESSO-PREREQ
000869                            ' AINDA NAO EXECUTOU NA COMPETENCIA '
000870                            CPR-COMPETENCIA ' - EXECUCAO'
000871                            ' BLOQUEADA!'
000872                    MOVE 12 TO RETURN-CODE
000873                    STOP RUN
000874                WHEN OTHER
000875                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000876                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000877                            ' NA CONSULTA DO PREREQUISITO'
000878                    MOVE 12 TO RETURN-CODE
000879                    STOP RUN
000880            END-EVALUATE.
000881            MOVE ZEROS TO CPR-RETORNO.
