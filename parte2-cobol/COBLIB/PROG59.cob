000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID.    EAD71959.
000003        AUTHOR.        THIAGO.
000004       *********************************************************
000005       * REPASSE MENSAL DOS EMPRESTIMOS CONSIGNADOS AOS BANCOS  *
000006       * LE AS PARCELAS DESCONTADAS NA COMPETENCIA EM           *
000007       * EAD719.EMPRESTIMOS_PARCELAS (FOLHA PELO EAD71925 E     *
000008       * RESCISOES PELO EAD71932) E GERA O ARQUIVO REPASSE COM  *
000009       * UM BLOCO POR BANCO: HEADER + DETALHE POR CONTRATO +    *
000010       * TRAILER COM QUANTIDADE E VALOR A REPASSAR              *
000011       * RELATORIO RELREPAS COM SUBTOTAL POR BANCO E A          *
000012       * CONFERENCIA DO TOTAL DO ARQUIVO CONTRA O DB2 (RC 8 SE  *
000013       * DIVERGIR)                                              *
000014       * CARTAO: 'C' COMPETENCIA                                *
000015       *********************************************************
000016       *
000017        ENVIRONMENT DIVISION.
000018        CONFIGURATION SECTION.
000019        SPECIAL-NAMES.
000020            DECIMAL-POINT IS COMMA.
000021        INPUT-OUTPUT SECTION.
000022        FILE-CONTROL.
000023            SELECT PARAMETRO-FILE ASSIGN TO SYSIN
000024                ORGANIZATION IS SEQUENTIAL.
000025            SELECT REPASSE-FILE ASSIGN TO REPASSE
000026                ORGANIZATION IS SEQUENTIAL.
000027            SELECT RELREPAS-FILE ASSIGN TO RELREPAS
000028                ORGANIZATION IS SEQUENTIAL.
000029       *
000030        DATA DIVISION.
000031        FILE SECTION.
000032        FD  PARAMETRO-FILE
000033            RECORDING MODE IS F.
000034        01  PARAMETRO-REC               PIC X(80).
000035        FD  REPASSE-FILE
000036            RECORDING MODE IS F.
000037        01  REPASSE-REC                 PIC X(80).
000038        FD  RELREPAS-FILE
000039            RECORDING MODE IS F.
000040        01  RELREPAS-REC                PIC X(80).
000041        WORKING-STORAGE SECTION.
000042            EXEC SQL
000043                INCLUDE BOOKFUNC
000044            END-EXEC.
000045            EXEC SQL
000046                INCLUDE BOOKEPAR
000047            END-EXEC.
000048            EXEC SQL
000049                INCLUDE BOOKCOMP
000050            END-EXEC.
000051            EXEC SQL
000052                INCLUDE BOOKCPRC
000053            END-EXEC.
000054            EXEC SQL
000055                INCLUDE SQLCA
000056            END-EXEC.
000057        77  WK-COMPETENCIA          PIC X(07)       VALUE SPACES.
000058            EXEC SQL
000059                DECLARE REPATEMP CURSOR FOR
000060                    SELECT P.BANCO, P.CODFUN, F.NOMEFUN,
000061                           P.CONTRATO, P.NUM-PARCELA, P.ORIGEM,
000062                           P.VALOR, P.SALDO-RESTANTE
000063                        FROM EAD719.EMPRESTIMOS_PARCELAS P,
000064                             EAD719.FUNCIONARIOS F
000065                    WHERE P.COMPETENCIA = :WK-COMPETENCIA
000066                      AND F.CODFUN = P.CODFUN
000067                    ORDER BY P.BANCO, P.CODFUN, P.CONTRATO,
000068                             P.ORIGEM
000069            END-EXEC.
000070        77  WK-SQLCODE-EDIT         PIC -999        VALUE ZEROS.
000071        77  WK-RESUMO-EDIT          PIC ZZ.ZZ9      VALUE ZEROS.
000072        77  WK-EOF-SYSIN            PIC X           VALUE 'N'.
000073        77  WK-PROCESSO-PREREQ      PIC X(08)       VALUE SPACES.
000074       *
000075       * CARTAO DE PARAMETRO: 'C' COMPETENCIA (MESMO FORMATO DO
000076       * EAD71925)
000077        01  WK-PARM-ACCEPT.
000078            05  WK-PARM-TIPO          PIC X(01)     VALUE SPACES.
000079            05  WK-PARM-COMPETENCIA   PIC X(07)     VALUE SPACES.
000080            05  FILLER                PIC X(72)     VALUE SPACES.
000081       *
000082       * REGISTROS DO REPASSE, POR BANCO: 0=HEADER, 1=DETALHE,
000083       * 9=TRAILER
000084        01  WK-REPASSE-HEADER.
000085            05  WK-HDR-TIPO           PIC X(01)     VALUE '0'.
000086            05  WK-HDR-LITERAL        PIC X(18)
000087                VALUE 'REPASSE CONSIGNADO'.
000088            05  WK-HDR-BANCO          PIC X(03).
000089            05  WK-HDR-COMPETENCIA    PIC X(07).
000090            05  WK-HDR-DATA-GERACAO   PIC X(08).
000091            05  FILLER                PIC X(43)     VALUE SPACES.
000092        01  WK-REPASSE-DETALHE.
000093            05  WK-DET-TIPO           PIC X(01)     VALUE '1'.
000094            05  WK-DET-BANCO          PIC X(03).
000095            05  WK-DET-CODFUN         PIC X(04).
000096            05  WK-DET-NOMEFUN        PIC X(30).
000097            05  WK-DET-CONTRATO       PIC X(12).
000098            05  WK-DET-PARCELA        PIC 9(03).
000099            05  WK-DET-ORIGEM         PIC X(01).
000100            05  WK-DET-VALOR          PIC 9(07)V99.
000101            05  WK-DET-SALDO          PIC 9(07)V99.
000102            05  FILLER                PIC X(08)     VALUE SPACES.
000103        01  WK-REPASSE-TRAILER.
000104            05  WK-TRL-TIPO           PIC X(01)     VALUE '9'.
000105            05  WK-TRL-BANCO          PIC X(03).
000106            05  WK-TRL-QTD-DETALHES   PIC 9(06).
000107            05  WK-TRL-TOTAL-VALOR    PIC 9(11)V99.
000108            05  FILLER                PIC X(57)     VALUE SPACES.
000109       *
000110        01  WK-DATA-ATUAL.
000111            05  WK-ANO-ATUAL       PIC 9(04).
000112            05  WK-MES-ATUAL       PIC 9(02).
000113            05  WK-DIA-ATUAL       PIC 9(02).
000114       *
000115        77  WK-BANCO-ATUAL          PIC X(03)       VALUE SPACES.
000116        77  WK-QTD-BANCO            PIC 9(06)       VALUE ZEROS.
000117        77  WK-TOT-BANCO            PIC S9(11)V99 COMP-3 VALUE ZEROS.
000118        77  WK-QTD-BANCOS           PIC 9(05)       VALUE ZEROS.
000119        77  WK-QTD-DETALHES         PIC 9(06)       VALUE ZEROS.
000120        77  WK-QTD-RESCISOES        PIC 9(05)       VALUE ZEROS.
000121        77  WK-TOT-REPASSE          PIC S9(11)V99 COMP-3 VALUE ZEROS.
000122        77  WK-TOT-SALDO-RESCISAO   PIC S9(11)V99 COMP-3 VALUE ZEROS.
000123        77  WK-VALOR-EDIT           PIC ZZZ.ZZ9,99  VALUE ZEROS.
000124       *
000125       * TOTAIS DE CONTROLE CONFERIDOS CONTRA O DB2, NO MESMO
000126       * CRITERIO DA RECONCILIACAO DO EAD71927
000127        77  WK-CONTROLE-QTD-DB2     PIC S9(07)      COMP-3 VALUE ZEROS.
000128        77  WK-CONTROLE-SOMA-DB2    PIC S9(11)V99   COMP-3 VALUE ZEROS.
000129        77  WK-CONTROLE-QTD-EDIT    PIC -(6)9       VALUE ZEROS.
000130        77  WK-CONTROLE-SOMA-EDIT   PIC -(11)9,99   VALUE ZEROS.
000131       *
000132        PROCEDURE DIVISION.
000133        000-PRINCIPAL SECTION.
000134        001-PRINCIPAL.
000135            PERFORM 101-INICIAR.
000136            PERFORM 201-PROCESSAR UNTIL SQLCODE = 100.
000137            PERFORM 901-FINALIZAR.
000138            STOP RUN.
000139       *******************************************************
000140        100-INICIAR SECTION.
000141        101-INICIAR.
000142            OPEN INPUT PARAMETRO-FILE.
000143            PERFORM 111-LER-PARAMETRO UNTIL WK-EOF-SYSIN = 'S'.
000144            CLOSE PARAMETRO-FILE.
000145            IF WK-COMPETENCIA = SPACES
000146                DISPLAY 'COMPETENCIA NAO INFORMADA NOS CARTOES!'
000147                MOVE 12 TO RETURN-CODE
000148                STOP RUN
000149            END-IF.
000150            PERFORM 131-VALIDA-COMPETENCIA.
000151            MOVE 'EAD71959' TO CPR-PROCESSO.
000152            MOVE WK-COMPETENCIA TO CPR-COMPETENCIA.
000153            MOVE 'EAD71925' TO WK-PROCESSO-PREREQ.
000154            PERFORM 721-VERIFICA-PREREQUISITO.
000155            PERFORM 701-REGISTRA-INICIO.
000156            OPEN OUTPUT REPASSE-FILE.
000157            OPEN OUTPUT RELREPAS-FILE.
000158            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-ATUAL.
000159            STRING WK-ANO-ATUAL WK-MES-ATUAL WK-DIA-ATUAL
000160                DELIMITED BY SIZE INTO WK-HDR-DATA-GERACAO
000161            END-STRING.
000162            MOVE WK-COMPETENCIA TO WK-HDR-COMPETENCIA.
000163            MOVE SPACES TO RELREPAS-REC.
000164            STRING 'EAD719 - REPASSE DE CONSIGNADOS - COMPETENCIA '
000165                WK-COMPETENCIA
000166                DELIMITED BY SIZE INTO RELREPAS-REC
000167            END-STRING.
000168            WRITE RELREPAS-REC.
000169            MOVE SPACES TO RELREPAS-REC.
000170            STRING 'BCO FUNC CONTRATO     PAR O      VALOR'
000171                   '  SALDO REST.'
000172                DELIMITED BY SIZE INTO RELREPAS-REC
000173            END-STRING.
000174            WRITE RELREPAS-REC.
000175            EXEC SQL
000176                OPEN REPATEMP
000177            END-EXEC.
000178            EVALUATE SQLCODE
000179                WHEN 0
000180                    PERFORM 301-LER-REPATEMP
000181                WHEN 100
000182                    DISPLAY 'NENHUMA PARCELA DESCONTADA NA COMPETENCIA.'
000183                WHEN OTHER
000184                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000185                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000186                            ' NO COMANDO OPEN CURSOR'
000187                    MOVE 12 TO RETURN-CODE
000188                    STOP RUN
000189            END-EVALUATE.
000190       *
000191        111-LER-PARAMETRO.
000192            READ PARAMETRO-FILE INTO WK-PARM-ACCEPT
000193                AT END
000194                    MOVE 'S' TO WK-EOF-SYSIN
000195            END-READ.
000196            IF WK-EOF-SYSIN = 'S'
000197                EXIT PARAGRAPH
000198            END-IF.
000199            IF WK-PARM-TIPO = 'C'
000200                MOVE WK-PARM-COMPETENCIA TO WK-COMPETENCIA
000201            ELSE
000202                DISPLAY 'CARTAO DE PARAMETRO ' WK-PARM-TIPO
000203                        ' INVALIDO!'
000204            END-IF.
000205       *
000206       * O REPASSE SAI DE COMPETENCIA JA CALCULADA ('C') OU
000207       * FECHADA ('F'); EM COMPETENCIA ABERTA OS DESCONTOS AINDA
000208       * PODEM MUDAR
000209        131-VALIDA-COMPETENCIA.
000210            MOVE WK-COMPETENCIA TO CMP-COMPETENCIA.
000211            EXEC SQL
000212                SELECT STATUS INTO :CMP-STATUS
000213                    FROM EAD719.COMPETENCIAS
000214                    WHERE COMPETENCIA = :CMP-COMPETENCIA
000215            END-EXEC.
000216            EVALUATE SQLCODE
000217                WHEN 0
000218                    IF CMP-STATUS NOT = 'C' AND CMP-STATUS NOT = 'F'
000219                        DISPLAY 'COMPETENCIA ' CMP-COMPETENCIA
000220                                ' NAO ESTA CALCULADA (STATUS '
000221                                CMP-STATUS ') - REPASSE NAO'
000222                                ' GERADO!'
000223                        MOVE 12 TO RETURN-CODE
000224                        STOP RUN
000225                    END-IF
000226                WHEN 100
000227                    DISPLAY 'COMPETENCIA ' CMP-COMPETENCIA
000228                            ' NAO EXISTE EM EAD719.COMPETENCIAS!'
000229                    MOVE 12 TO RETURN-CODE
000230                    STOP RUN
000231                WHEN OTHER
000232                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000233                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000234                            ' NA CONSULTA DA COMPETENCIA'
000235                    MOVE 12 TO RETURN-CODE
000236                    STOP RUN
000237            END-EVALUATE.
000238       *******************************************************
000239       * QUEBRA POR BANCO: FECHA O BLOCO ANTERIOR COM O TRAILER
000240       * E ABRE O NOVO COM O HEADER
000241        200-PROCESSAR SECTION.
000242        201-PROCESSAR.
000243            IF EPA-BANCO NOT = WK-BANCO-ATUAL
000244                IF WK-BANCO-ATUAL NOT = SPACES
000245                    PERFORM 221-FECHA-BANCO
000246                END-IF
000247                PERFORM 211-ABRE-BANCO
000248            END-IF.
000249            PERFORM 231-GRAVA-DETALHE.
000250            PERFORM 401-IMPRIME-DETALHE.
000251            PERFORM 301-LER-REPATEMP.
000252       *
000253        211-ABRE-BANCO.
000254            MOVE EPA-BANCO TO WK-BANCO-ATUAL.
000255            MOVE ZEROS TO WK-QTD-BANCO.
000256            MOVE ZEROS TO WK-TOT-BANCO.
000257            ADD 1 TO WK-QTD-BANCOS.
000258            MOVE EPA-BANCO TO WK-HDR-BANCO.
000259            MOVE SPACES TO REPASSE-REC.
000260            MOVE WK-REPASSE-HEADER TO REPASSE-REC.
000261            WRITE REPASSE-REC.
000262       *
000263        221-FECHA-BANCO.
000264            MOVE WK-BANCO-ATUAL TO WK-TRL-BANCO.
000265            MOVE WK-QTD-BANCO   TO WK-TRL-QTD-DETALHES.
000266            MOVE WK-TOT-BANCO   TO WK-TRL-TOTAL-VALOR.
000267            MOVE SPACES TO REPASSE-REC.
000268            MOVE WK-REPASSE-TRAILER TO REPASSE-REC.
000269            WRITE REPASSE-REC.
000270            PERFORM 411-IMPRIME-TOTAL-BANCO.
000271       *
000272        231-GRAVA-DETALHE.
000273            MOVE EPA-BANCO          TO WK-DET-BANCO.
000274            MOVE EPA-CODFUN         TO WK-DET-CODFUN.
000275            MOVE DB2-NOMEFUN-TEXT   TO WK-DET-NOMEFUN.
000276            MOVE EPA-CONTRATO       TO WK-DET-CONTRATO.
000277            MOVE EPA-NUM-PARCELA    TO WK-DET-PARCELA.
000278            MOVE EPA-ORIGEM         TO WK-DET-ORIGEM.
000279            MOVE EPA-VALOR          TO WK-DET-VALOR.
000280            MOVE EPA-SALDO-RESTANTE TO WK-DET-SALDO.
000281            MOVE SPACES TO REPASSE-REC.
000282            MOVE WK-REPASSE-DETALHE TO REPASSE-REC.
000283            WRITE REPASSE-REC.
000284            ADD 1 TO WK-QTD-BANCO.
000285            ADD 1 TO WK-QTD-DETALHES.
000286            ADD EPA-VALOR TO WK-TOT-BANCO.
000287            ADD EPA-VALOR TO WK-TOT-REPASSE.
000288            IF EPA-ORIGEM = 'R'
000289                ADD 1 TO WK-QTD-RESCISOES
000290                ADD EPA-SALDO-RESTANTE TO WK-TOT-SALDO-RESCISAO
000291            END-IF.
000292       *******************************************************
000293        300-LER-REPATEMP SECTION.
000294        301-LER-REPATEMP.
000295            MOVE SPACES TO DB2-NOMEFUN-TEXT.
000296            EXEC SQL
000297                FETCH REPATEMP
000298                  INTO :EPA-BANCO,
000299                       :EPA-CODFUN,
000300                       :DB2-NOMEFUN,
000301                       :EPA-CONTRATO,
000302                       :EPA-NUM-PARCELA,
000303                       :EPA-ORIGEM,
000304                       :EPA-VALOR,
000305                       :EPA-SALDO-RESTANTE
000306            END-EXEC.
000307            EVALUATE SQLCODE
000308                WHEN 0
000309                    CONTINUE
000310                WHEN 100
000311                    CONTINUE
000312                WHEN OTHER
000313                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000314                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000315                            ' NO COMANDO FETCH'
000316                    MOVE 12 TO RETURN-CODE
000317                    STOP RUN
000318            END-EVALUATE.
000319       *******************************************************
000320        400-IMPRESSAO SECTION.
000321        401-IMPRIME-DETALHE.
000322            MOVE SPACES TO RELREPAS-REC.
000323            MOVE EPA-VALOR TO WK-VALOR-EDIT.
000324            STRING EPA-BANCO ' ' EPA-CODFUN ' ' EPA-CONTRATO ' '
000325                WK-DET-PARCELA ' ' EPA-ORIGEM ' ' WK-VALOR-EDIT
000326                DELIMITED BY SIZE INTO RELREPAS-REC
000327            END-STRING.
000328            IF EPA-ORIGEM = 'R'
000329                MOVE EPA-SALDO-RESTANTE TO WK-VALOR-EDIT
000330                MOVE WK-VALOR-EDIT TO RELREPAS-REC(42:10)
000331            END-IF.
000332            WRITE RELREPAS-REC.
000333       *
000334        411-IMPRIME-TOTAL-BANCO.
000335            MOVE SPACES TO RELREPAS-REC.
000336            MOVE WK-TOT-BANCO TO WK-CONTROLE-SOMA-EDIT.
000337            MOVE WK-QTD-BANCO TO WK-RESUMO-EDIT.
000338            STRING 'TOTAL DO BANCO ' WK-BANCO-ATUAL ' ('
000339                WK-RESUMO-EDIT ' PARCELAS) .. '
000340                WK-CONTROLE-SOMA-EDIT
000341                DELIMITED BY SIZE INTO RELREPAS-REC
000342            END-STRING.
000343            WRITE RELREPAS-REC.
000344            MOVE SPACES TO RELREPAS-REC.
000345            WRITE RELREPAS-REC.
000346       *******************************************************
000347        900-FINALIZAR SECTION.
000348        901-FINALIZAR.
000349            EXEC SQL
000350                CLOSE REPATEMP
000351            END-EXEC.
000352            IF WK-BANCO-ATUAL NOT = SPACES
000353                PERFORM 221-FECHA-BANCO
000354            END-IF.
000355            CLOSE REPASSE-FILE.
000356            MOVE SPACES TO RELREPAS-REC.
000357            MOVE WK-TOT-REPASSE TO WK-CONTROLE-SOMA-EDIT.
000358            STRING 'TOTAL GERAL A REPASSAR ....... '
000359                WK-CONTROLE-SOMA-EDIT
000360                DELIMITED BY SIZE INTO RELREPAS-REC
000361            END-STRING.
000362            WRITE RELREPAS-REC.
000363            PERFORM 951-CONFERE-PARCELAS.
000364            CLOSE RELREPAS-FILE.
000365            DISPLAY '*********************************************'.
000366            DISPLAY '*   RESUMO DO REPASSE EAD71959             *'.
000367            DISPLAY '*********************************************'.
000368            DISPLAY 'COMPETENCIA           : ' WK-COMPETENCIA.
000369            MOVE WK-QTD-BANCOS TO WK-RESUMO-EDIT.
000370            DISPLAY 'BANCOS NO REPASSE     : ' WK-RESUMO-EDIT.
000371            MOVE WK-QTD-DETALHES TO WK-RESUMO-EDIT.
000372            DISPLAY 'PARCELAS REPASSADAS   : ' WK-RESUMO-EDIT.
000373            MOVE WK-QTD-RESCISOES TO WK-RESUMO-EDIT.
000374            DISPLAY 'DESCONTOS EM RESCISAO : ' WK-RESUMO-EDIT.
000375            MOVE WK-TOT-REPASSE TO WK-CONTROLE-SOMA-EDIT.
000376            DISPLAY 'TOTAL A REPASSAR      : ' WK-CONTROLE-SOMA-EDIT.
000377            MOVE WK-TOT-SALDO-RESCISAO TO WK-CONTROLE-SOMA-EDIT.
000378            DISPLAY 'SALDO COBRADO P/BANCO : ' WK-CONTROLE-SOMA-EDIT.
000379            DISPLAY '*********************************************'.
000380            MOVE WK-QTD-DETALHES TO CPR-QTD-REGISTROS.
000381            PERFORM 711-REGISTRA-FIM.
000382       *******************************************************
000383       * O TOTAL DO ARQUIVO TEM QUE BATER COM O DESCONTADO EM
000384       * EAD719.EMPRESTIMOS_PARCELAS NA COMPETENCIA (PARCELA DE
000385       * FUNCIONARIO FORA DO CADASTRO NAO SAI NO JOIN)
000386        950-CONFERENCIA SECTION.
000387        951-CONFERE-PARCELAS.
000388            EXEC SQL
000389                SELECT COUNT(*), COALESCE(SUM(VALOR), 0)
000390                    INTO :WK-CONTROLE-QTD-DB2,
000391                         :WK-CONTROLE-SOMA-DB2
000392                    FROM EAD719.EMPRESTIMOS_PARCELAS
000393                    WHERE COMPETENCIA = :WK-COMPETENCIA
000394            END-EXEC.
000395            IF SQLCODE NOT = 0
000396                MOVE SQLCODE TO WK-SQLCODE-EDIT
000397                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000398                        ' NA LEITURA DOS TOTAIS DE CONTROLE'
000399                MOVE 12 TO RETURN-CODE
000400                STOP RUN
000401            END-IF.
000402            MOVE SPACES TO RELREPAS-REC.
000403            MOVE WK-CONTROLE-SOMA-DB2 TO WK-CONTROLE-SOMA-EDIT.
000404            STRING 'DESCONTADO NO DB2 ............ '
000405                WK-CONTROLE-SOMA-EDIT
000406                DELIMITED BY SIZE INTO RELREPAS-REC
000407            END-STRING.
000408            WRITE RELREPAS-REC.
000409            MOVE SPACES TO RELREPAS-REC.
000410            IF WK-CONTROLE-QTD-DB2 NOT = WK-QTD-DETALHES
000411               OR WK-CONTROLE-SOMA-DB2 NOT = WK-TOT-REPASSE
000412                STRING '*** REPASSE DIVERGE DO DESCONTADO! ***'
000413                    DELIMITED BY SIZE INTO RELREPAS-REC
000414                END-STRING
000415                DISPLAY '*** REPASSE DIVERGE DO DESCONTADO! ***'
000416                MOVE 08 TO RETURN-CODE
000417            ELSE
000418                STRING 'REPASSE CONFERE COM O DESCONTADO'
000419                    DELIMITED BY SIZE INTO RELREPAS-REC
000420                END-STRING
000421                DISPLAY 'REPASSE CONFERE COM O DESCONTADO'
000422            END-IF.
000423            WRITE RELREPAS-REC.
000424       *******************************************************
000425       * REGISTRO DA EXECUCAO EM EAD719.CONTROLE_PROCESSOS,
000426       * NO PADRAO DO EAD719.CONTROLE_EXTRACAO, PARA AS
000427       * DEPENDENCIAS DO SCHEDULE NOTURNO
000428        700-CONTROLE-PROCESSOS SECTION.
000429        701-REGISTRA-INICIO.
000430            EXEC SQL
000431                SELECT CHAR(CURRENT TIMESTAMP)
000432                    INTO :CPR-TS-INICIO
000433                    FROM SYSIBM.SYSDUMMY1
000434            END-EXEC.
000435            IF SQLCODE NOT = 0
000436                MOVE SQLCODE TO WK-SQLCODE-EDIT
000437                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000438                        ' NA LEITURA DO TIMESTAMP DE INICIO'
000439                MOVE 12 TO RETURN-CODE
000440                STOP RUN
000441            END-IF.
000442            MOVE SPACES TO CPR-TS-FIM.
000443            MOVE ZEROS  TO CPR-RETORNO.
000444            MOVE ZEROS  TO CPR-QTD-REGISTROS.
000445            MOVE 'E'    TO CPR-STATUS.
000446            EXEC SQL
000447                INSERT INTO EAD719.CONTROLE_PROCESSOS
000448                VALUES(:CPR-PROCESSO,
000449                       :CPR-COMPETENCIA,
000450                       :CPR-TS-INICIO,
000451                       :CPR-TS-FIM,
000452                       :CPR-RETORNO,
000453                       :CPR-QTD-REGISTROS,
000454                       :CPR-STATUS)
000455            END-EXEC.
000456            IF SQLCODE NOT = 0
000457                MOVE SQLCODE TO WK-SQLCODE-EDIT
000458                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000459                        ' NO REGISTRO DE INICIO DO PROCESSO'
000460                MOVE 12 TO RETURN-CODE
000461                STOP RUN
000462            END-IF.
000463            EXEC SQL
000464                COMMIT
000465            END-EXEC.
000466       *
000467        711-REGISTRA-FIM.
000468            MOVE RETURN-CODE TO CPR-RETORNO.
000469            EXEC SQL
000470                UPDATE EAD719.CONTROLE_PROCESSOS
000471                    SET TS-FIM = CHAR(CURRENT TIMESTAMP),
000472                        RETORNO = :CPR-RETORNO,
000473                        QTD-REGISTROS = :CPR-QTD-REGISTROS,
000474                        STATUS = 'T'
000475                    WHERE PROCESSO = :CPR-PROCESSO
000476                      AND TS-INICIO = :CPR-TS-INICIO
000477            END-EXEC.
000478            IF SQLCODE NOT = 0
000479                MOVE SQLCODE TO WK-SQLCODE-EDIT
000480                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000481                        ' NO REGISTRO DE FIM DO PROCESSO'
000482                MOVE 12 TO RETURN-CODE
000483            END-IF.
000484            EXEC SQL
000485                COMMIT
000486            END-EXEC.
000487       *
000488       * GATE: A ULTIMA EXECUCAO TERMINADA DO PREREQUISITO NA
000489       * MESMA COMPETENCIA PRECISA TER RETORNO ZERO
000490        721-VERIFICA-PREREQUISITO.
000491            EXEC SQL
000492                SELECT RETORNO INTO :CPR-RETORNO
000493                    FROM EAD719.CONTROLE_PROCESSOS
000494                    WHERE PROCESSO = :WK-PROCESSO-PREREQ
000495                      AND COMPETENCIA = :CPR-COMPETENCIA
000496                      AND STATUS = 'T'
000497                      AND TS-FIM =
000498                          (SELECT MAX(TS-FIM)
000499                               FROM EAD719.CONTROLE_PROCESSOS
000500                           WHERE PROCESSO = :WK-PROCESSO-PREREQ
000501                             AND COMPETENCIA = :CPR-COMPETENCIA
000502                             AND STATUS = 'T')
000503            END-EXEC.
000504            EVALUATE SQLCODE
000505                WHEN 0
000506                    IF CPR-RETORNO NOT = 0
000507                        DISPLAY 'PREREQUISITO ' WK-PROCESSO-PREREQ
000508                                ' TERMINOU COM RC ' CPR-RETORNO
000509                                ' - EXECUCAO BLOQUEADA!'
000510                        MOVE 12 TO RETURN-CODE
000511                        STOP RUN
000512                    END-IF
000513                WHEN 100
000514                    DISPLAY 'PREREQUISITO ' WK-PROCESSO-PREREQ
000515                            ' AINDA NAO EXECUTOU NA COMPETENCIA '
000516                            CPR-COMPETENCIA ' - EXECUCAO'
000517                            ' BLOQUEADA!'
000518                    MOVE 12 TO RETURN-CODE
000519                    STOP RUN
000520                WHEN OTHER
000521                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000522                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000523                            ' NA CONSULTA DO PREREQUISITO'
000524                    MOVE 12 TO RETURN-CODE
000525                    STOP RUN
000526            END-EVALUATE.
000527            MOVE ZEROS TO CPR-RETORNO.
