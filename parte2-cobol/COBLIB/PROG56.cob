000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID.    EAD71956.
000003        AUTHOR.        THIAGO.
000004       *********************************************************
000005       * CONFERENCIA DA FOLHA ANTES DA REMESSA BANCARIA         *
000006       * (ENTRE O EAD71925 E O EAD71927): CADA LINHA DE         *
000007       * EAD719.FOLHA_MENSAL DA COMPETENCIA E COMPARADA COM A   *
000008       * COMPETENCIA ANTERIOR DO MESMO FUNCIONARIO              *
000009       *   G01 LIQUIDO ZERO OU NEGATIVO                         *
000010       *   G02 VARIACAO DO LIQUIDO ACIMA DO PERCENTUAL          *
000011       *   G03 INSS ZERADO COM SALARIO BRUTO                    *
000012       *   G04 IRRF ZERADO COM BASE ACIMA DA FAIXA ISENTA       *
000013       *   G05 CALCULADO MAS INATIVO EM FUNCIONARIOS            *
000014       * EXCECAO DE FUNCIONARIO RETIDO OU CONFERIDO NO EAD71957 *
000015       * SAI NO RELATORIO MAS NAO CONTA; COM EXCECAO PENDENTE   *
000016       * TERMINA COM RC=8 E O EAD71927 NAO EXECUTA (GATE)       *
000017       * CARTOES: 'C' COMPETENCIA, 'P' PERCENTUAL (PADRAO 30%)  *
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
000028            SELECT RELEXCEC-FILE ASSIGN TO RELEXCEC
000029                ORGANIZATION IS SEQUENTIAL.
000030       *
000031        DATA DIVISION.
000032        FILE SECTION.
000033        FD  PARAMETRO-FILE
000034            RECORDING MODE IS F.
000035        01  PARAMETRO-REC               PIC X(80).
000036        FD  RELEXCEC-FILE
000037            RECORDING MODE IS F.
000038        01  RELEXCEC-REC                PIC X(80).
000039        WORKING-STORAGE SECTION.
000040            EXEC SQL
000041                INCLUDE BOOKFUNC
000042            END-EXEC.
000043            EXEC SQL
000044                INCLUDE BOOKFOLH
000045            END-EXEC.
000046            EXEC SQL
000047                INCLUDE BOOKCOMP
000048            END-EXEC.
000049            EXEC SQL
000050                INCLUDE BOOKCPRC
000051            END-EXEC.
000052            EXEC SQL
000053                INCLUDE BOOKTRIB
000054            END-EXEC.
000055            EXEC SQL
000056                INCLUDE BOOKRETE
000057            END-EXEC.
000058            EXEC SQL
000059                INCLUDE SQLCA
000060            END-EXEC.
000061        77  WK-COMPETENCIA          PIC X(07)       VALUE SPACES.
000062            EXEC SQL
000063                DECLARE GATETEMP CURSOR FOR
000064                    SELECT M.CODFUN, F.NOMEFUN, M.DEPTOFUN,
000065                           F.STATUSFUN, M.SALARIO-BRUTO, M.INSS,
000066                           M.IRRF, M.LIQUIDO
000067                        FROM EAD719.FOLHA_MENSAL M,
000068                             EAD719.FUNCIONARIOS F
000069                    WHERE M.COMPETENCIA = :WK-COMPETENCIA
000070                      AND F.CODFUN = M.CODFUN
000071                    ORDER BY M.DEPTOFUN, M.CODFUN
000072            END-EXEC.
000073        77  WK-SQLCODE-EDIT         PIC -999        VALUE ZEROS.
000074        77  WK-EOF-SYSIN            PIC X           VALUE 'N'.
000075       *
000076       * CARTOES DE PARAMETRO: 'C' COMPETENCIA (MESMO FORMATO DO
000077       * EAD71925) E 'P' PERCENTUAL MAXIMO DE VARIACAO DO LIQUIDO
000078        01  WK-PARM-ACCEPT.
000079            05  WK-PARM-TIPO          PIC X(01)     VALUE SPACES.
000080            05  WK-PARM-CORPO         PIC X(79)     VALUE SPACES.
000081        01  WK-PARM-COMP-RED REDEFINES WK-PARM-ACCEPT.
000082            05  FILLER                PIC X(01).
000083            05  WK-PARM-COMPETENCIA   PIC X(07).
000084            05  FILLER                PIC X(72).
000085        01  WK-PARM-PERC-RED REDEFINES WK-PARM-ACCEPT.
000086            05  FILLER                PIC X(01).
000087            05  WK-PARM-PERCENTUAL    PIC 9(03)V99.
000088            05  FILLER                PIC X(74).
000089        77  WK-PERCENTUAL           PIC 9(03)V99    VALUE 030,00.
000090        77  WK-PROCESSO-PREREQ      PIC X(08)       VALUE SPACES.
000091       *
000092       * FAIXA ISENTA DO IRRF E DEDUCAO POR DEPENDENTE DA VERSAO
000093       * DE EAD719.TABELA_TRIBUTOS VIGENTE NA COMPETENCIA
000094        77  WK-DATA-REFERENCIA      PIC X(10)       VALUE SPACES.
000095        77  WK-LIMITE-ISENCAO       PIC S9(6)V99 COMP-3 VALUE ZEROS.
000096        77  WK-VALOR-DEP-IRRF       PIC S9(6)V99 COMP-3 VALUE ZEROS.
000097        77  WK-QTD-DEPENDENTES      PIC S9(04) COMP VALUE ZEROS.
000098        77  WK-BASE-IRRF            PIC S9(7)V99 COMP-3 VALUE ZEROS.
000099       *
000100       * COMPETENCIA ANTERIOR DO FUNCIONARIO
000101        77  WK-COMP-ANTERIOR        PIC X(07)       VALUE SPACES.
000102        77  WK-LIQUIDO-ANTERIOR     PIC S9(6)V99 COMP-3 VALUE ZEROS.
000103        77  WK-VARIACAO             PIC S9(7)V99 COMP-3 VALUE ZEROS.
000104       *
000105        77  WK-SITUACAO             PIC X(09)       VALUE SPACES.
000106        77  WK-REGRA-ATUAL          PIC X(03)       VALUE SPACES.
000107        77  WK-DESCRICAO-REGRA      PIC X(20)       VALUE SPACES.
000108        01  WK-CONTADORES-REGRAS.
000109            05  WK-QTD-G01          PIC 9(05)       VALUE ZEROS.
000110            05  WK-QTD-G02          PIC 9(05)       VALUE ZEROS.
000111            05  WK-QTD-G03          PIC 9(05)       VALUE ZEROS.
000112            05  WK-QTD-G04          PIC 9(05)       VALUE ZEROS.
000113            05  WK-QTD-G05          PIC 9(05)       VALUE ZEROS.
000114        77  WK-QTD-LIDOS            PIC 9(05)       VALUE ZEROS.
000115        77  WK-QTD-PENDENTES        PIC 9(05)       VALUE ZEROS.
000116        77  WK-QTD-RETIDAS          PIC 9(05)       VALUE ZEROS.
000117        77  WK-QTD-CONFERIDAS       PIC 9(05)       VALUE ZEROS.
000118        77  WK-RESUMO-EDIT          PIC ZZ.ZZ9      VALUE ZEROS.
000119        77  WK-VALOR-EDIT           PIC -ZZZ.ZZ9,99 VALUE ZEROS.
000120        77  WK-ANTERIOR-EDIT        PIC -ZZZ.ZZ9,99 VALUE ZEROS.
000121        77  WK-PERCENTUAL-EDIT      PIC ZZ9,99      VALUE ZEROS.
000122       *
000123        PROCEDURE DIVISION.
000124        000-PRINCIPAL SECTION.
000125        001-PRINCIPAL.
000126            PERFORM 101-INICIAR.
000127            PERFORM 201-PROCESSAR UNTIL SQLCODE = 100.
000128            PERFORM 901-FINALIZAR.
000129            STOP RUN.
000130       *******************************************************
000131        100-INICIAR SECTION.
000132        101-INICIAR.
000133            OPEN INPUT PARAMETRO-FILE.
000134            PERFORM 111-LER-PARAMETRO UNTIL WK-EOF-SYSIN = 'S'.
000135            CLOSE PARAMETRO-FILE.
000136            IF WK-COMPETENCIA = SPACES
000137                DISPLAY 'COMPETENCIA NAO INFORMADA NOS CARTOES!'
000138                MOVE 12 TO RETURN-CODE
000139                STOP RUN
000140            END-IF.
000141            PERFORM 131-VALIDA-COMPETENCIA.
000142            STRING WK-COMPETENCIA '-31'
000143                DELIMITED BY SIZE INTO WK-DATA-REFERENCIA
000144            END-STRING.
000145            PERFORM 141-BUSCA-ISENCAO-IRRF.
000146            MOVE 'EAD71956' TO CPR-PROCESSO.
000147            MOVE WK-COMPETENCIA TO CPR-COMPETENCIA.
000148            MOVE 'EAD71925' TO WK-PROCESSO-PREREQ.
000149            PERFORM 721-VERIFICA-PREREQUISITO.
000150            PERFORM 701-REGISTRA-INICIO.
000151            OPEN OUTPUT RELEXCEC-FILE.
000152            MOVE WK-PERCENTUAL TO WK-PERCENTUAL-EDIT.
000153            MOVE SPACES TO RELEXCEC-REC.
000154            STRING 'EAD719 - CONFERENCIA DA FOLHA ' WK-COMPETENCIA
000155                ' - VARIACAO MAXIMA ' WK-PERCENTUAL-EDIT '%'
000156                DELIMITED BY SIZE INTO RELEXCEC-REC
000157            END-STRING.
000158            WRITE RELEXCEC-REC.
000159            MOVE SPACES TO RELEXCEC-REC.
000160            STRING 'FUNC DEP REG OCORRENCIA             ANTERIOR'
000161                '       ATUAL SITUACAO'
000162                DELIMITED BY SIZE INTO RELEXCEC-REC
000163            END-STRING.
000164            WRITE RELEXCEC-REC.
000165            EXEC SQL
000166                OPEN GATETEMP
000167            END-EXEC.
000168            EVALUATE SQLCODE
000169                WHEN 0
000170                    PERFORM 301-LER-GATETEMP
000171                WHEN 100
000172                    DISPLAY 'NENHUMA FOLHA CALCULADA NA'
000173                            ' COMPETENCIA ' WK-COMPETENCIA '.'
000174                WHEN OTHER
000175                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000176                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000177                            ' NO COMANDO OPEN CURSOR'
000178                    MOVE 12 TO RETURN-CODE
000179                    STOP RUN
000180            END-EVALUATE.
000181       *
000182        111-LER-PARAMETRO.
000183            READ PARAMETRO-FILE INTO WK-PARM-ACCEPT
000184                AT END
000185                    MOVE 'S' TO WK-EOF-SYSIN
000186            END-READ.
000187            IF WK-EOF-SYSIN = 'S'
000188                EXIT PARAGRAPH
000189            END-IF.
000190            EVALUATE WK-PARM-TIPO
000191                WHEN 'C'
000192                    MOVE WK-PARM-COMPETENCIA TO WK-COMPETENCIA
000193                WHEN 'P'
000194                    IF WK-PARM-PERCENTUAL NUMERIC
000195                       AND WK-PARM-PERCENTUAL > ZEROS
000196                        MOVE WK-PARM-PERCENTUAL TO WK-PERCENTUAL
000197                    ELSE
000198                        DISPLAY 'PERCENTUAL INVALIDO - MANTIDO O'
000199                                ' PADRAO!'
000200                    END-IF
000201                WHEN OTHER
000202                    DISPLAY 'CARTAO DE PARAMETRO ' WK-PARM-TIPO
000203                            ' INVALIDO!'
000204            END-EVALUATE.
000205       *
000206       * A CONFERENCIA E DA COMPETENCIA CALCULADA ('C') E AINDA
000207       * NAO REMETIDA
000208        131-VALIDA-COMPETENCIA.
000209            MOVE WK-COMPETENCIA TO CMP-COMPETENCIA.
000210            EXEC SQL
000211                SELECT STATUS INTO :CMP-STATUS
000212                    FROM EAD719.COMPETENCIAS
000213                    WHERE COMPETENCIA = :CMP-COMPETENCIA
000214            END-EXEC.
000215            EVALUATE SQLCODE
000216                WHEN 0
000217                    IF CMP-STATUS NOT = 'C'
000218                        DISPLAY 'COMPETENCIA ' CMP-COMPETENCIA
000219                                ' NAO ESTA CALCULADA (STATUS '
000220                                CMP-STATUS ') - CONFERENCIA NAO'
000221                                ' EXECUTADA!'
000222                        MOVE 12 TO RETURN-CODE
000223                        STOP RUN
000224                    END-IF
000225                WHEN 100
000226                    DISPLAY 'COMPETENCIA ' CMP-COMPETENCIA
000227                            ' NAO EXISTE EM EAD719.COMPETENCIAS!'
000228                    MOVE 12 TO RETURN-CODE
000229                    STOP RUN
000230                WHEN OTHER
000231                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000232                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000233                            ' NA CONSULTA DA COMPETENCIA'
000234                    MOVE 12 TO RETURN-CODE
000235                    STOP RUN
000236            END-EVALUATE.
000237       *
000238       * LIMITE DA FAIXA DE ALIQUOTA ZERO DO IRRF E DEDUCAO POR
000239       * DEPENDENTE, DA VERSAO VIGENTE NA COMPETENCIA
000240        141-BUSCA-ISENCAO-IRRF.
000241            MOVE SPACES TO TRB-VIGENCIA.
000242            EXEC SQL
000243                SELECT COALESCE(MAX(VIGENCIA), ' ')
000244                    INTO :TRB-VIGENCIA
000245                    FROM EAD719.TABELA_TRIBUTOS
000246                    WHERE VIGENCIA <= :WK-DATA-REFERENCIA
000247            END-EXEC.
000248            IF SQLCODE NOT = 0
000249                MOVE SQLCODE TO WK-SQLCODE-EDIT
000250                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000251                        ' NA CONSULTA DA TABELA DE TRIBUTOS'
000252                MOVE 12 TO RETURN-CODE
000253                STOP RUN
000254            END-IF.
000255            EXEC SQL
000256                SELECT COALESCE(MAX(CASE WHEN TRIBUTO = 'R'
000257                                          AND ALIQUOTA = 0
000258                                         THEN LIMITE ELSE 0 END), 0),
000259                       COALESCE(MAX(CASE WHEN TRIBUTO = 'D'
000260                                         THEN DEDUZIR ELSE 0 END), 0)
000261                    INTO :WK-LIMITE-ISENCAO, :WK-VALOR-DEP-IRRF
000262                    FROM EAD719.TABELA_TRIBUTOS
000263                    WHERE VIGENCIA = :TRB-VIGENCIA
000264            END-EXEC.
000265            IF SQLCODE NOT = 0
000266                MOVE SQLCODE TO WK-SQLCODE-EDIT
000267                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000268                        ' NA LEITURA DA FAIXA ISENTA DO IRRF'
000269                MOVE 12 TO RETURN-CODE
000270                STOP RUN
000271            END-IF.
000272       *******************************************************
000273        200-PROCESSAR SECTION.
000274        201-PROCESSAR.
000275            ADD 1 TO WK-QTD-LIDOS.
000275            MOVE SPACES TO WK-COMP-ANTERIOR.
000275            MOVE ZEROS  TO WK-LIQUIDO-ANTERIOR.
000276            PERFORM 221-BUSCA-RETENCAO.
000277            PERFORM 211-REGRA-G01-LIQUIDO.
000278            PERFORM 212-REGRA-G02-VARIACAO.
000279            PERFORM 213-REGRA-G03-INSS.
000280            PERFORM 214-REGRA-G04-IRRF.
000281            PERFORM 215-REGRA-G05-INATIVO.
000282            PERFORM 301-LER-GATETEMP.
000283       *
000284        211-REGRA-G01-LIQUIDO.
000285            IF FOL-LIQUIDO NOT > 0
000286                MOVE 'G01' TO WK-REGRA-ATUAL
000287                MOVE 'LIQUIDO ZERO/NEGATIVO' TO WK-DESCRICAO-REGRA
000288                ADD 1 TO WK-QTD-G01
000289                PERFORM 401-GRAVA-EXCECAO
000290            END-IF.
000291       *
000292       * SEM COMPETENCIA ANTERIOR (ADMITIDO NO MES) NAO HA
000293       * VARIACAO A COMPARAR
000294        212-REGRA-G02-VARIACAO.
000295            MOVE SPACES TO WK-COMP-ANTERIOR.
000296            MOVE ZEROS  TO WK-LIQUIDO-ANTERIOR.
000297            EXEC SQL
000298                SELECT COMPETENCIA, LIQUIDO
000299                    INTO :WK-COMP-ANTERIOR, :WK-LIQUIDO-ANTERIOR
000300                    FROM EAD719.FOLHA_MENSAL
000301                    WHERE CODFUN = :FOL-CODFUN
000302                      AND COMPETENCIA =
000303                          (SELECT MAX(COMPETENCIA)
000304                               FROM EAD719.FOLHA_MENSAL
000305                           WHERE CODFUN = :FOL-CODFUN
000306                             AND COMPETENCIA < :WK-COMPETENCIA)
000307            END-EXEC.
000308            EVALUATE SQLCODE
000309                WHEN 0
000310                    CONTINUE
000311                WHEN 100
000312                    EXIT PARAGRAPH
000313                WHEN OTHER
000314                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000315                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000316                            ' NA CONSULTA DA COMPETENCIA ANTERIOR'
000317                    MOVE 12 TO RETURN-CODE
000318                    STOP RUN
000319            END-EVALUATE.
000320            IF WK-LIQUIDO-ANTERIOR NOT > 0
000321                EXIT PARAGRAPH
000322            END-IF.
000323            COMPUTE WK-VARIACAO ROUNDED =
000324                (FOL-LIQUIDO - WK-LIQUIDO-ANTERIOR) * 100
000325                / WK-LIQUIDO-ANTERIOR.
000326            IF WK-VARIACAO < 0
000327                COMPUTE WK-VARIACAO = WK-VARIACAO * -1
000328            END-IF.
000329            IF WK-VARIACAO > WK-PERCENTUAL
000330                MOVE 'G02' TO WK-REGRA-ATUAL
000331                MOVE 'VARIACAO DO LIQUIDO' TO WK-DESCRICAO-REGRA
000332                ADD 1 TO WK-QTD-G02
000333                PERFORM 401-GRAVA-EXCECAO
000334            END-IF.
000335       *
000336        213-REGRA-G03-INSS.
000337            IF FOL-INSS = 0 AND FOL-SALARIO-BRUTO > 0
000338                MOVE 'G03' TO WK-REGRA-ATUAL
000339                MOVE 'INSS ZERADO' TO WK-DESCRICAO-REGRA
000340                ADD 1 TO WK-QTD-G03
000341                PERFORM 401-GRAVA-EXCECAO
000342            END-IF.
000343       *
000344       * MESMA BASE DO EAD71925: BRUTO - INSS - DEPENDENTES
000345        214-REGRA-G04-IRRF.
000346            IF FOL-IRRF NOT = 0
000347                EXIT PARAGRAPH
000348            END-IF.
000349            MOVE ZEROS TO WK-QTD-DEPENDENTES.
000350            EXEC SQL
000351                SELECT COUNT(*) INTO :WK-QTD-DEPENDENTES
000352                    FROM EAD719.DEPENDENTES
000353                    WHERE CODFUN = :FOL-CODFUN
000354                      AND DEDUZ-IRRF = 'S'
000355                      AND STATUS = 'A'
000356            END-EXEC.
000357            IF SQLCODE NOT = 0
000358                MOVE ZEROS TO WK-QTD-DEPENDENTES
000359            END-IF.
000360            COMPUTE WK-BASE-IRRF = FOL-SALARIO-BRUTO - FOL-INSS
000361                - (WK-QTD-DEPENDENTES * WK-VALOR-DEP-IRRF).
000362            IF WK-BASE-IRRF > WK-LIMITE-ISENCAO
000363                MOVE 'G04' TO WK-REGRA-ATUAL
000364                MOVE 'IRRF ZERADO' TO WK-DESCRICAO-REGRA
000365                ADD 1 TO WK-QTD-G04
000366                PERFORM 401-GRAVA-EXCECAO
000367            END-IF.
000368       *
000369        215-REGRA-G05-INATIVO.
000370            IF DB2-STATUSFUN NOT = 'A'
000371                MOVE 'G05' TO WK-REGRA-ATUAL
000372                MOVE 'CALCULADO E INATIVO' TO WK-DESCRICAO-REGRA
000373                ADD 1 TO WK-QTD-G05
000374                PERFORM 401-GRAVA-EXCECAO
000375            END-IF.
000376       *
000377       * RETIDO (R) OU LIBERADO/CONFERIDO (L/P) PELO SUPERVISOR NO
000378       * EAD71957 NAO SEGURA MAIS A REMESSA
000379        221-BUSCA-RETENCAO.
000380            MOVE 'PENDENTE' TO WK-SITUACAO.
000381            MOVE FOL-CODFUN     TO RET-CODFUN.
000382            MOVE WK-COMPETENCIA TO RET-COMPETENCIA.
000383            EXEC SQL
000384                SELECT STATUS INTO :RET-STATUS
000385                    FROM EAD719.RETENCOES_PAGAMENTO
000386                    WHERE CODFUN = :RET-CODFUN
000387                      AND COMPETENCIA = :RET-COMPETENCIA
000388            END-EXEC.
000389            EVALUATE SQLCODE
000390                WHEN 0
000391                    IF RET-STATUS = 'R'
000392                        MOVE 'RETIDO' TO WK-SITUACAO
000393                    ELSE
000394                        MOVE 'CONFERIDO' TO WK-SITUACAO
000395                    END-IF
000396                WHEN 100
000397                    CONTINUE
000398                WHEN OTHER
000399                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000400                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000401                            ' NA CONSULTA DA RETENCAO'
000402                    MOVE 12 TO RETURN-CODE
000403                    STOP RUN
000404            END-EVALUATE.
000405       *******************************************************
000406        300-LER-GATETEMP SECTION.
000407        301-LER-GATETEMP.
000408            MOVE SPACES TO DB2-NOMEFUN-TEXT.
000409            EXEC SQL
000410                FETCH GATETEMP
000411                  INTO :FOL-CODFUN,
000412                       :DB2-NOMEFUN,
000413                       :FOL-DEPTOFUN,
000414                       :DB2-STATUSFUN,
000415                       :FOL-SALARIO-BRUTO,
000416                       :FOL-INSS,
000417                       :FOL-IRRF,
000418                       :FOL-LIQUIDO
000419            END-EXEC.
000420            EVALUATE SQLCODE
000421                WHEN 0
000422                    CONTINUE
000423                WHEN 100
000424                    CONTINUE
000425                WHEN OTHER
000426                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000427                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000428                            ' NO COMANDO FETCH'
000429                    MOVE 12 TO RETURN-CODE
000430                    STOP RUN
000431            END-EVALUATE.
000432       *******************************************************
000433        400-GRAVA-EXCECAO SECTION.
000434        401-GRAVA-EXCECAO.
000435            MOVE WK-LIQUIDO-ANTERIOR TO WK-ANTERIOR-EDIT.
000436            MOVE FOL-LIQUIDO TO WK-VALOR-EDIT.
000437            MOVE SPACES TO RELEXCEC-REC.
000438            STRING FOL-CODFUN ' ' FOL-DEPTOFUN ' ' WK-REGRA-ATUAL ' '
000439                WK-DESCRICAO-REGRA ' ' WK-ANTERIOR-EDIT ' '
000440                WK-VALOR-EDIT ' ' WK-SITUACAO
000441                DELIMITED BY SIZE INTO RELEXCEC-REC
000442            END-STRING.
000443            WRITE RELEXCEC-REC.
000444            EVALUATE WK-SITUACAO
000445                WHEN 'RETIDO'
000446                    ADD 1 TO WK-QTD-RETIDAS
000447                WHEN 'CONFERIDO'
000448                    ADD 1 TO WK-QTD-CONFERIDAS
000449                WHEN OTHER
000450                    ADD 1 TO WK-QTD-PENDENTES
000451            END-EVALUATE.
000452       *******************************************************
000453        900-FINALIZAR SECTION.
000454        901-FINALIZAR.
000455            EXEC SQL
000456                CLOSE GATETEMP
000457            END-EXEC.
000458            MOVE SPACES TO RELEXCEC-REC.
000459            WRITE RELEXCEC-REC.
000460            MOVE WK-QTD-PENDENTES TO WK-RESUMO-EDIT.
000461            MOVE SPACES TO RELEXCEC-REC.
000462            STRING 'EXCECOES PENDENTES ....................... '
000463                WK-RESUMO-EDIT
000464                DELIMITED BY SIZE INTO RELEXCEC-REC
000465            END-STRING.
000466            WRITE RELEXCEC-REC.
000467            CLOSE RELEXCEC-FILE.
000468            DISPLAY '*********************************************'.
000469            DISPLAY '*   RESUMO DA CONFERENCIA EAD71956         *'.
000470            DISPLAY '*********************************************'.
000471            DISPLAY 'COMPETENCIA           : ' WK-COMPETENCIA.
000472            MOVE WK-QTD-LIDOS TO WK-RESUMO-EDIT.
000473            DISPLAY 'FOLHAS CONFERIDAS     : ' WK-RESUMO-EDIT.
000474            MOVE WK-QTD-G01 TO WK-RESUMO-EDIT.
000475            DISPLAY 'G01 LIQUIDO <= ZERO   : ' WK-RESUMO-EDIT.
000476            MOVE WK-QTD-G02 TO WK-RESUMO-EDIT.
000477            DISPLAY 'G02 VARIACAO LIQUIDO  : ' WK-RESUMO-EDIT.
000478            MOVE WK-QTD-G03 TO WK-RESUMO-EDIT.
000479            DISPLAY 'G03 INSS ZERADO       : ' WK-RESUMO-EDIT.
000480            MOVE WK-QTD-G04 TO WK-RESUMO-EDIT.
000481            DISPLAY 'G04 IRRF ZERADO       : ' WK-RESUMO-EDIT.
000482            MOVE WK-QTD-G05 TO WK-RESUMO-EDIT.
000483            DISPLAY 'G05 CALCULADO INATIVO : ' WK-RESUMO-EDIT.
000484            MOVE WK-QTD-RETIDAS TO WK-RESUMO-EDIT.
000485            DISPLAY 'EXCECOES RETIDAS      : ' WK-RESUMO-EDIT.
000486            MOVE WK-QTD-CONFERIDAS TO WK-RESUMO-EDIT.
000487            DISPLAY 'EXCECOES CONFERIDAS   : ' WK-RESUMO-EDIT.
000488            MOVE WK-QTD-PENDENTES TO WK-RESUMO-EDIT.
000489            DISPLAY 'EXCECOES PENDENTES    : ' WK-RESUMO-EDIT.
000490            DISPLAY '*********************************************'.
000491            IF WK-QTD-PENDENTES > 0
000492                MOVE 08 TO RETURN-CODE
000493            END-IF.
000494            MOVE WK-QTD-LIDOS TO CPR-QTD-REGISTROS.
000495            PERFORM 711-REGISTRA-FIM.
000496       *******************************************************
000497       * REGISTRO DA EXECUCAO EM EAD719.CONTROLE_PROCESSOS,
000498       * NO PADRAO DO EAD719.CONTROLE_EXTRACAO, PARA AS
000499       * DEPENDENCIAS DO SCHEDULE NOTURNO
000500        700-CONTROLE-PROCESSOS SECTION.
000501        701-REGISTRA-INICIO.
000502            EXEC SQL
000503                SELECT CHAR(CURRENT TIMESTAMP)
000504                    INTO :CPR-TS-INICIO
000505                    FROM SYSIBM.SYSDUMMY1
000506            END-EXEC.
000507            IF SQLCODE NOT = 0
000508                MOVE SQLCODE TO WK-SQLCODE-EDIT
000509                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000510                        ' NA LEITURA DO TIMESTAMP DE INICIO'
000511                MOVE 12 TO RETURN-CODE
000512                STOP RUN
000513            END-IF.
000514            MOVE SPACES TO CPR-TS-FIM.
000515            MOVE ZEROS  TO CPR-RETORNO.
000516            MOVE ZEROS  TO CPR-QTD-REGISTROS.
000517            MOVE 'E'    TO CPR-STATUS.
000518            EXEC SQL
000519                INSERT INTO EAD719.CONTROLE_PROCESSOS
000520                VALUES(:CPR-PROCESSO,
000521                       :CPR-COMPETENCIA,
000522                       :CPR-TS-INICIO,
000523                       :CPR-TS-FIM,
000524                       :CPR-RETORNO,
000525                       :CPR-QTD-REGISTROS,
000526                       :CPR-STATUS)
000527            END-EXEC.
000528            IF SQLCODE NOT = 0
000529                MOVE SQLCODE TO WK-SQLCODE-EDIT
000530                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000531                        ' NO REGISTRO DE INICIO DO PROCESSO'
000532                MOVE 12 TO RETURN-CODE
000533                STOP RUN
000534            END-IF.
000535            EXEC SQL
000536                COMMIT
000537            END-EXEC.
000538       *
000539        711-REGISTRA-FIM.
000540            MOVE RETURN-CODE TO CPR-RETORNO.
000541            EXEC SQL
000542                UPDATE EAD719.CONTROLE_PROCESSOS
000543                    SET TS-FIM = CHAR(CURRENT TIMESTAMP),
000544                        RETORNO = :CPR-RETORNO,
000545                        QTD-REGISTROS = :CPR-QTD-REGISTROS,
000546                        STATUS = 'T'
000547                    WHERE PROCESSO = :CPR-PROCESSO
000548                      AND TS-INICIO = :CPR-TS-INICIO
000549            END-EXEC.
000550            IF SQLCODE NOT = 0
000551                MOVE SQLCODE TO WK-SQLCODE-EDIT
000552                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000553                        ' NO REGISTRO DE FIM DO PROCESSO'
000554                MOVE 12 TO RETURN-CODE
000555            END-IF.
000556            EXEC SQL
000557                COMMIT
000558            END-EXEC.
000559       *
000560       * GATE: A ULTIMA EXECUCAO TERMINADA DO PREREQUISITO NA
000561       * MESMA COMPETENCIA PRECISA TER RETORNO ZERO
000562        721-VERIFICA-PREREQUISITO.
000563            EXEC SQL
000564                SELECT RETORNO INTO :CPR-RETORNO
000565                    FROM EAD719.CONTROLE_PROCESSOS
000566                    WHERE PROCESSO = :WK-PROCESSO-PREREQ
000567                      AND COMPETENCIA = :CPR-COMPETENCIA
000568                      AND STATUS = 'T'
000569                      AND TS-FIM =
000570                          (SELECT MAX(TS-FIM)
000571                               FROM EAD719.CONTROLE_PROCESSOS
000572                           WHERE PROCESSO = :WK-PROCESSO-PREREQ
000573                             AND COMPETENCIA = :CPR-COMPETENCIA
000574                             AND STATUS = 'T')
000575            END-EXEC.
000576            EVALUATE SQLCODE
000577                WHEN 0
000578                    IF CPR-RETORNO NOT = 0
000579                        DISPLAY 'PREREQUISITO ' WK-PROCESSO-PREREQ
000580                                ' TERMINOU COM RC ' CPR-RETORNO
000581                                ' - EXECUCAO BLOQUEADA!'
000582                        MOVE 12 TO RETURN-CODE
000583                        STOP RUN
000584                    END-IF
000585                WHEN 100
000586                    DISPLAY 'PREREQUISITO ' WK-PROCESSO-PREREQ
000587                            ' AINDA NAO EXECUTOU NA COMPETENCIA '
000588                            CPR-COMPETENCIA ' - EXECUCAO'
000589                            ' BLOQUEADA!'
000590                    MOVE 12 TO RETURN-CODE
000591                    STOP RUN
000592                WHEN OTHER
000593                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000594                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000595                            ' NA CONSULTA DO PREREQUISITO'
000596                    MOVE 12 TO RETURN-CODE
000597                    STOP RUN
000598            END-EVALUATE.
000599            MOVE ZEROS TO CPR-RETORNO.
