000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID.    EAD71952.
000003        AUTHOR.        THIAGO.
000004       *********************************************************
000005       * MANUTENCAO DA TABELA DE INSS/IRRF POR VIGENCIA         *
000006       * (EAD719.TABELA_TRIBUTOS) VIA CARTOES + LISTAGEM DAS    *
000007       * VERSOES E DAS COMPETENCIAS CALCULADAS COM CADA UMA     *
000008       * CARTAO 'O' NO TOPO DO LOTE IDENTIFICA O OPERADOR E     *
000009       * CADA FUNCAO E CONFERIDA CONTRA EAD719.OPERADORES       *
000010       * FUNCOES: I=INCLUI FAIXA A=ALTERA FAIXA E=EXCLUI FAIXA  *
000011       * TRIBUTO: I=INSS R=IRRF D=DEDUCAO POR DEPENDENTE        *
000011       *          F=SALARIO-FAMILIA (LIMITE=TETO, DEDUZIR=COTA) *
000012       * VERSAO JA USADA EM CALCULO (FOLHA DO EAD71925,         *
000013       * RESCISAO DO EAD71932 OU FERIAS DO EAD71934 COM DATA    *
000014       * DE REFERENCIA IGUAL OU POSTERIOR A VIGENCIA) NAO PODE  *
000015       * MAIS SER MEXIDA, PARA QUE O RECALCULO DE UMA           *
000016       * COMPETENCIA REABERTA PELO EAD71942 USE A MESMA TABELA  *
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
000027            SELECT RELTRIB-FILE ASSIGN TO RELTRIB
000028                ORGANIZATION IS SEQUENTIAL.
000029       *
000030        DATA DIVISION.
000031        FILE SECTION.
000032        FD  TRANSACAO-FILE
000033            RECORDING MODE IS F.
000034        01  TRANSACAO-REC               PIC X(80).
000035        FD  RELTRIB-FILE
000036            RECORDING MODE IS F.
000037        01  RELTRIB-REC                 PIC X(80).
000038        WORKING-STORAGE SECTION.
000039            EXEC SQL
000040                INCLUDE BOOKTRIB
000041            END-EXEC.
000042            EXEC SQL
000043                INCLUDE BOOKOPER
000044            END-EXEC.
000045            EXEC SQL
000046                INCLUDE SQLCA
000047            END-EXEC.
000048            EXEC SQL
000049                DECLARE TRIBLISTA CURSOR FOR
000050                    SELECT VIGENCIA, TRIBUTO, FAIXA, LIMITE,
000051                           ALIQUOTA, DEDUZIR, OPERADOR
000052                        FROM EAD719.TABELA_TRIBUTOS
000053                    ORDER BY VIGENCIA, TRIBUTO, FAIXA
000054            END-EXEC.
000055            EXEC SQL
000056                DECLARE COMPTRIB CURSOR FOR
000057                    SELECT C.COMPETENCIA,
000058                           (SELECT COALESCE(MAX(T.VIGENCIA), ' ')
000059                                FROM EAD719.TABELA_TRIBUTOS T
000060                                WHERE T.VIGENCIA <=
000061                                      C.COMPETENCIA CONCAT '-31')
000062                        FROM EAD719.COMPETENCIAS C
000063                    WHERE C.STATUS IN ('C', 'F')
000064                    ORDER BY C.COMPETENCIA
000065            END-EXEC.
000066        77  WK-SQLCODE-EDIT           PIC -999        VALUE ZEROS.
000067        77  WK-EOF-SYSIN              PIC X           VALUE 'N'.
000068        01  WK-ACCEPT.
000069            05 WK-FUNCAO-ACCEPT       PIC X           VALUE SPACES.
000070            05 WK-VIGENCIA-ACCEPT     PIC X(10)       VALUE SPACES.
000071            05 WK-TRIBUTO-ACCEPT      PIC X(01)       VALUE SPACES.
000072            05 WK-FAIXA-ACCEPT        PIC 9(02)       VALUE ZEROS.
000073            05 WK-LIMITE-ACCEPT       PIC 9(06)V99    VALUE ZEROS.
000074            05 WK-ALIQUOTA-ACCEPT     PIC 9(02)V99    VALUE ZEROS.
000075            05 WK-DEDUZIR-ACCEPT      PIC 9(06)V99    VALUE ZEROS.
000076        01  WK-ACCEPT-OPER-RED REDEFINES WK-ACCEPT.
000077            05 FILLER                 PIC X(01).
000078            05 WK-OPERADOR-ACCEPT     PIC X(08).
000079            05 FILLER                 PIC X(25).
000080       *
000081        77  WK-CARTAO-VALIDO          PIC X           VALUE 'S'.
000082        77  WK-VERSAO-CONGELADA       PIC X           VALUE 'N'.
000083        77  WK-QTD-USOS               PIC S9(09) COMP VALUE ZEROS.
000084        77  WK-VIGENCIA-ANTERIOR      PIC X(10)       VALUE SPACES.
000085        77  WK-VIGENCIA-USADA         PIC X(10)       VALUE SPACES.
000086        77  WK-COMPETENCIA-USO        PIC X(07)       VALUE SPACES.
000087        77  WK-LIMITE-EDIT            PIC ZZZ.ZZ9,99  VALUE ZEROS.
000088        77  WK-ALIQUOTA-EDIT          PIC Z9,99       VALUE ZEROS.
000089        77  WK-DEDUZIR-EDIT           PIC ZZZ.ZZ9,99  VALUE ZEROS.
000090       *
000091        01  WK-RESUMO-LOTE.
000092            05  WK-QTD-INCLUSAO-OK    PIC 9(05)  VALUE ZEROS.
000093            05  WK-QTD-INCLUSAO-REJ   PIC 9(05)  VALUE ZEROS.
000094            05  WK-QTD-EXCLUSAO-OK    PIC 9(05)  VALUE ZEROS.
000095            05  WK-QTD-EXCLUSAO-REJ   PIC 9(05)  VALUE ZEROS.
000096            05  WK-QTD-ALTERACAO-OK   PIC 9(05)  VALUE ZEROS.
000097            05  WK-QTD-ALTERACAO-REJ  PIC 9(05)  VALUE ZEROS.
000098            05  WK-QTD-FUNCAO-INVALIDA PIC 9(05) VALUE ZEROS.
000099            05  WK-QTD-NAO-AUTORIZADA PIC 9(05)  VALUE ZEROS.
000100            05  WK-QTD-VERSOES        PIC 9(05)  VALUE ZEROS.
000101        77  WK-RESUMO-EDIT            PIC ZZ.ZZ9 VALUE ZEROS.
000102       *
000103       * IDENTIFICACAO E AUTORIZACAO DO OPERADOR (CARTAO 'O')
000104        77  WK-OPERADOR-OK            PIC X      VALUE 'N'.
000105        77  WK-FUNCAO-AUTORIZADA      PIC X      VALUE 'N'.
000106        77  WK-IND-FUNCAO             PIC 9(02) COMP VALUE ZEROS.
000107       *
000108        PROCEDURE DIVISION.
000109        000-PRINCIPAL SECTION.
000110        001-PRINCIPAL.
000111            PERFORM 101-INICIAR.
000112            PERFORM 201-PROCESSAR UNTIL WK-EOF-SYSIN = 'S'.
000113            PERFORM 401-LISTA-VERSOES.
000114            PERFORM 451-LISTA-COMPETENCIAS.
000115            PERFORM 901-FINALIZAR.
000116            STOP RUN.
000117       *******************************************************
000118        100-INICIAR SECTION.
000119        101-INICIAR.
000120            OPEN INPUT TRANSACAO-FILE.
000121            OPEN OUTPUT RELTRIB-FILE.
000122            PERFORM 301-LER-TRANSACAO.
000123       *******************************************************
000124        200-PROCESSAR SECTION.
000125        201-PROCESSAR.
000126            IF WK-FUNCAO-ACCEPT = 'O'
000127                PERFORM 208-IDENTIFICA-OPERADOR
000128            ELSE
000129                PERFORM 209-VERIFICA-AUTORIZACAO
000130                IF WK-FUNCAO-AUTORIZADA = 'S'
000131                    EVALUATE WK-FUNCAO-ACCEPT
000132                        WHEN 'I'
000133                            PERFORM 202-INCLUSAO
000134                        WHEN 'E'
000135                            PERFORM 203-EXCLUSAO
000136                        WHEN 'A'
000137                            PERFORM 204-ALTERACAO
000138                        WHEN OTHER
000139                            DISPLAY 'FUNCAO ' WK-FUNCAO-ACCEPT
000140                                    ' INVALIDA!'
000141                            ADD 1 TO WK-QTD-FUNCAO-INVALIDA
000142                    END-EVALUATE
000143                END-IF
000144            END-IF.
000145            PERFORM 301-LER-TRANSACAO.
000146       *
000147        208-IDENTIFICA-OPERADOR.
000148            MOVE WK-OPERADOR-ACCEPT TO OPR-OPERADOR.
000149            MOVE 'EAD71952'         TO OPR-PROGRAMA.
000150            MOVE SPACES             TO OPR-FUNCOES.
000151            MOVE 'N'                TO WK-OPERADOR-OK.
000152            EXEC SQL
000153                SELECT FUNCOES INTO :OPR-FUNCOES
000154                    FROM EAD719.OPERADORES
000155                    WHERE OPERADOR = :OPR-OPERADOR
000156                      AND PROGRAMA = :OPR-PROGRAMA
000157                      AND STATUS = 'A'
000158            END-EXEC.
000159            EVALUATE SQLCODE
000160                WHEN 0
000161                    MOVE 'S' TO WK-OPERADOR-OK
000162                    DISPLAY 'OPERADOR ' OPR-OPERADOR
000163                            ' IDENTIFICADO.'
000164                WHEN 100
000165                    DISPLAY 'OPERADOR ' OPR-OPERADOR
000166                            ' NAO CADASTRADO PARA O PROGRAMA!'
000167                WHEN OTHER
000168                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000169                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000170                            ' NO SELECT DO OPERADOR'
000171                    MOVE 12 TO RETURN-CODE
000172                    STOP RUN
000173            END-EVALUATE.
000174       *
000175        209-VERIFICA-AUTORIZACAO.
000176            MOVE 'N' TO WK-FUNCAO-AUTORIZADA.
000177            IF WK-OPERADOR-OK NOT = 'S'
000178                DISPLAY 'TRANSACAO ' WK-FUNCAO-ACCEPT ' '
000179                        WK-VIGENCIA-ACCEPT ' SEM OPERADOR'
000180                        ' IDENTIFICADO - REJEITADA!'
000181                ADD 1 TO WK-QTD-NAO-AUTORIZADA
000182                EXIT PARAGRAPH
000183            END-IF.
000184            PERFORM VARYING WK-IND-FUNCAO FROM 1 BY 1
000185                UNTIL WK-IND-FUNCAO > 8
000186                   OR WK-FUNCAO-AUTORIZADA = 'S'
000187                IF OPR-FUNCOES(WK-IND-FUNCAO:1) =
000188                   WK-FUNCAO-ACCEPT
000189                   AND WK-FUNCAO-ACCEPT NOT = SPACES
000190                    MOVE 'S' TO WK-FUNCAO-AUTORIZADA
000191                END-IF
000192            END-PERFORM.
000193            IF WK-FUNCAO-AUTORIZADA NOT = 'S'
000194                DISPLAY 'OPERADOR ' OPR-OPERADOR
000195                        ' NAO AUTORIZADO A FUNCAO '
000196                        WK-FUNCAO-ACCEPT ' ('
000197                        WK-VIGENCIA-ACCEPT ') - REJEITADA!'
000198                ADD 1 TO WK-QTD-NAO-AUTORIZADA
000199            END-IF.
000200       *
000201        202-INCLUSAO.
000202            PERFORM 221-VALIDA-CARTAO.
000203            IF WK-CARTAO-VALIDO NOT = 'S'
000204                ADD 1 TO WK-QTD-INCLUSAO-REJ
000205                EXIT PARAGRAPH
000206            END-IF.
000207            PERFORM 231-VERIFICA-CONGELADA.
000208            IF WK-VERSAO-CONGELADA = 'S'
000209                ADD 1 TO WK-QTD-INCLUSAO-REJ
000210                EXIT PARAGRAPH
000211            END-IF.
000212            PERFORM 211-MONTA-FAIXA.
000213            EXEC SQL
000214                INSERT INTO EAD719.TABELA_TRIBUTOS
000215                VALUES(:TRB-VIGENCIA,
000216                       :TRB-TRIBUTO,
000217                       :TRB-FAIXA,
000218                       :TRB-LIMITE,
000219                       :TRB-ALIQUOTA,
000220                       :TRB-DEDUZIR,
000221                       :TRB-OPERADOR,
000222                       CURRENT TIMESTAMP)
000223            END-EXEC.
000224            EVALUATE SQLCODE
000225                WHEN 0
000226                    DISPLAY 'FAIXA ' TRB-TRIBUTO '/' TRB-FAIXA
000227                            ' DA VIGENCIA ' TRB-VIGENCIA
000228                            ' FOI INCLUIDA!'
000229                    ADD 1 TO WK-QTD-INCLUSAO-OK
000230                WHEN -803
000231                    DISPLAY 'FAIXA ' TRB-TRIBUTO '/' TRB-FAIXA
000232                            ' DA VIGENCIA ' TRB-VIGENCIA
000233                            ' JA EXISTE!'
000234                    ADD 1 TO WK-QTD-INCLUSAO-REJ
000235                WHEN OTHER
000236                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000237                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000238                            ' NO COMANDO INSERT'
000239                    MOVE 12 TO RETURN-CODE
000240                    STOP RUN
000241            END-EVALUATE.
000242       *
000243        203-EXCLUSAO.
000244            MOVE WK-VIGENCIA-ACCEPT TO TRB-VIGENCIA.
000245            MOVE WK-TRIBUTO-ACCEPT  TO TRB-TRIBUTO.
000246            MOVE WK-FAIXA-ACCEPT    TO TRB-FAIXA.
000247            IF WK-VIGENCIA-ACCEPT = SPACES
000248               OR WK-FAIXA-ACCEPT NOT NUMERIC
000249                DISPLAY 'CARTAO DE EXCLUSAO SEM VIGENCIA OU FAIXA!'
000250                ADD 1 TO WK-QTD-EXCLUSAO-REJ
000251                EXIT PARAGRAPH
000252            END-IF.
000253            PERFORM 231-VERIFICA-CONGELADA.
000254            IF WK-VERSAO-CONGELADA = 'S'
000255                ADD 1 TO WK-QTD-EXCLUSAO-REJ
000256                EXIT PARAGRAPH
000257            END-IF.
000258            EXEC SQL
000259                DELETE FROM EAD719.TABELA_TRIBUTOS
000260                    WHERE VIGENCIA = :TRB-VIGENCIA
000261                      AND TRIBUTO = :TRB-TRIBUTO
000262                      AND FAIXA = :TRB-FAIXA
000263            END-EXEC.
000264            EVALUATE SQLCODE
000265                WHEN 0
000266                    DISPLAY 'FAIXA ' TRB-TRIBUTO '/' TRB-FAIXA
000267                            ' DA VIGENCIA ' TRB-VIGENCIA
000268                            ' FOI EXCLUIDA!'
000269                    ADD 1 TO WK-QTD-EXCLUSAO-OK
000270                WHEN 100
000271                    DISPLAY 'FAIXA ' TRB-TRIBUTO '/' TRB-FAIXA
000272                            ' DA VIGENCIA ' TRB-VIGENCIA
000273                            ' NAO EXISTE!'
000274                    ADD 1 TO WK-QTD-EXCLUSAO-REJ
000275                WHEN OTHER
000276                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000277                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000278                            ' NO COMANDO DELETE'
000279                    MOVE 12 TO RETURN-CODE
000280                    STOP RUN
000281            END-EVALUATE.
000282       *
000283        204-ALTERACAO.
000284            PERFORM 221-VALIDA-CARTAO.
000285            IF WK-CARTAO-VALIDO NOT = 'S'
000286                ADD 1 TO WK-QTD-ALTERACAO-REJ
000287                EXIT PARAGRAPH
000288            END-IF.
000289            PERFORM 231-VERIFICA-CONGELADA.
000290            IF WK-VERSAO-CONGELADA = 'S'
000291                ADD 1 TO WK-QTD-ALTERACAO-REJ
000292                EXIT PARAGRAPH
000293            END-IF.
000294            PERFORM 211-MONTA-FAIXA.
000295            EXEC SQL
000296                UPDATE EAD719.TABELA_TRIBUTOS
000297                    SET LIMITE = :TRB-LIMITE,
000298                        ALIQUOTA = :TRB-ALIQUOTA,
000299                        DEDUZIR = :TRB-DEDUZIR,
000300                        OPERADOR = :TRB-OPERADOR,
000301                        TS-INCLUSAO = CURRENT TIMESTAMP
000302                    WHERE VIGENCIA = :TRB-VIGENCIA
000303                      AND TRIBUTO = :TRB-TRIBUTO
000304                      AND FAIXA = :TRB-FAIXA
000305            END-EXEC.
000306            EVALUATE SQLCODE
000307                WHEN 0
000308                    DISPLAY 'FAIXA ' TRB-TRIBUTO '/' TRB-FAIXA
000309                            ' DA VIGENCIA ' TRB-VIGENCIA
000310                            ' FOI ALTERADA!'
000311                    ADD 1 TO WK-QTD-ALTERACAO-OK
000312                WHEN 100
000313                    DISPLAY 'FAIXA ' TRB-TRIBUTO '/' TRB-FAIXA
000314                            ' DA VIGENCIA ' TRB-VIGENCIA
000315                            ' NAO EXISTE!'
000316                    ADD 1 TO WK-QTD-ALTERACAO-REJ
000317                WHEN OTHER
000318                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000319                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000320                            ' NO COMANDO UPDATE DA FAIXA'
000321                    MOVE 12 TO RETURN-CODE
000322                    STOP RUN
000323            END-EVALUATE.
000324       *
000325       * A DEDUCAO POR DEPENDENTE ('D') E UMA FAIXA UNICA: SO O
000326       * VALOR A DEDUZIR INTERESSA, LIMITE E ALIQUOTA FICAM ZERO
000326       * O SALARIO-FAMILIA ('F') TAMBEM E FAIXA UNICA: LIMITE E O
000326       * TETO DO SALARIO E DEDUZIR E A COTA POR FILHO, SEM ALIQUOTA
000327        211-MONTA-FAIXA.
000328            MOVE WK-VIGENCIA-ACCEPT  TO TRB-VIGENCIA.
000329            MOVE WK-TRIBUTO-ACCEPT   TO TRB-TRIBUTO.
000330            MOVE WK-FAIXA-ACCEPT     TO TRB-FAIXA.
000331            MOVE WK-LIMITE-ACCEPT    TO TRB-LIMITE.
000332            MOVE WK-ALIQUOTA-ACCEPT  TO TRB-ALIQUOTA.
000333            MOVE WK-DEDUZIR-ACCEPT   TO TRB-DEDUZIR.
000334            MOVE OPR-OPERADOR        TO TRB-OPERADOR.
000335            IF TRB-TRIBUTO = 'D'
000336                MOVE ZEROS TO TRB-LIMITE
000337                MOVE ZEROS TO TRB-ALIQUOTA
000338            END-IF.
000338            IF TRB-TRIBUTO = 'F'
000338                MOVE ZEROS TO TRB-ALIQUOTA
000338            END-IF.
000339            IF TRB-TRIBUTO = 'I'
000340                MOVE ZEROS TO TRB-DEDUZIR
000341            END-IF.
000342       *******************************************************
000343        220-VALIDA-CARTAO SECTION.
000344        221-VALIDA-CARTAO.
000345            MOVE 'S' TO WK-CARTAO-VALIDO.
000346            IF WK-VIGENCIA-ACCEPT = SPACES
000347               OR WK-VIGENCIA-ACCEPT(5:1) NOT = '-'
000348               OR WK-VIGENCIA-ACCEPT(8:1) NOT = '-'
000349                DISPLAY 'VIGENCIA ' WK-VIGENCIA-ACCEPT
000350                        ' INVALIDA (AAAA-MM-DD)!'
000351                MOVE 'N' TO WK-CARTAO-VALIDO
000352                EXIT PARAGRAPH
000353            END-IF.
000354            IF WK-TRIBUTO-ACCEPT NOT = 'I'
000355               AND WK-TRIBUTO-ACCEPT NOT = 'R'
000356               AND WK-TRIBUTO-ACCEPT NOT = 'D'
000356               AND WK-TRIBUTO-ACCEPT NOT = 'F'
000357                DISPLAY 'TRIBUTO ' WK-TRIBUTO-ACCEPT
000358                        ' INVALIDO (I, R, D OU F)!'
000359                MOVE 'N' TO WK-CARTAO-VALIDO
000360                EXIT PARAGRAPH
000361            END-IF.
000362            IF WK-FAIXA-ACCEPT NOT NUMERIC
000363               OR WK-FAIXA-ACCEPT = ZEROS
000364               OR WK-FAIXA-ACCEPT > 10
000365                DISPLAY 'FAIXA ' WK-FAIXA-ACCEPT
000366                        ' INVALIDA (01 A 10)!'
000367                MOVE 'N' TO WK-CARTAO-VALIDO
000368                EXIT PARAGRAPH
000369            END-IF.
000370            IF WK-TRIBUTO-ACCEPT = 'D'
000371               AND WK-FAIXA-ACCEPT NOT = 01
000372                DISPLAY 'DEDUCAO POR DEPENDENTE SO TEM A FAIXA 01!'
000373                MOVE 'N' TO WK-CARTAO-VALIDO
000374                EXIT PARAGRAPH
000375            END-IF.
000375            IF WK-TRIBUTO-ACCEPT = 'F'
000375               AND WK-FAIXA-ACCEPT NOT = 01
000375                DISPLAY 'SALARIO-FAMILIA SO TEM A FAIXA 01!'
000375                MOVE 'N' TO WK-CARTAO-VALIDO
000375                EXIT PARAGRAPH
000375            END-IF.
000376            IF WK-LIMITE-ACCEPT NOT NUMERIC
000377               OR WK-ALIQUOTA-ACCEPT NOT NUMERIC
000378               OR WK-DEDUZIR-ACCEPT NOT NUMERIC
000379                DISPLAY 'VALORES DA FAIXA ' WK-TRIBUTO-ACCEPT '/'
000380                        WK-FAIXA-ACCEPT ' NAO NUMERICOS!'
000381                MOVE 'N' TO WK-CARTAO-VALIDO
000382                EXIT PARAGRAPH
000383            END-IF.
000384            IF WK-TRIBUTO-ACCEPT NOT = 'D'
000385               AND WK-LIMITE-ACCEPT = ZEROS
000386                DISPLAY 'FAIXA ' WK-TRIBUTO-ACCEPT '/'
000387                        WK-FAIXA-ACCEPT ' SEM LIMITE!'
000388                MOVE 'N' TO WK-CARTAO-VALIDO
000388                EXIT PARAGRAPH
000389            END-IF.
000389            IF WK-TRIBUTO-ACCEPT = 'F'
000389               AND WK-DEDUZIR-ACCEPT = ZEROS
000389                DISPLAY 'SALARIO-FAMILIA SEM VALOR DA COTA!'
000389                MOVE 'N' TO WK-CARTAO-VALIDO
000389            END-IF.
000390       *******************************************************
000391       * UMA VIGENCIA FICA CONGELADA QUANDO JA EXISTE CALCULO
000392       * COM DATA DE REFERENCIA IGUAL OU POSTERIOR A ELA: FOLHA
000393       * DO EAD71925 (CONTROLE_PROCESSOS FICA MESMO DEPOIS DA
000394       * REABERTURA), RESCISAO DO EAD71932 OU PAGAMENTO DE
000395       * FERIAS DO EAD71934. ISSO VALE TANTO PARA MEXER NUMA
000396       * VERSAO USADA QUANTO PARA CRIAR UMA VERSAO RETROATIVA
000397        230-VERIFICA-CONGELADA SECTION.
000398        231-VERIFICA-CONGELADA.
000399            MOVE 'N' TO WK-VERSAO-CONGELADA.
000400            MOVE WK-VIGENCIA-ACCEPT TO TRB-VIGENCIA.
000401            EXEC SQL
000402                SELECT COUNT(*) INTO :WK-QTD-USOS
000403                    FROM EAD719.CONTROLE_PROCESSOS
000404                    WHERE PROCESSO = 'EAD71925'
000405                      AND COMPETENCIA >= SUBSTR(:TRB-VIGENCIA, 1, 7)
000406            END-EXEC.
000407            PERFORM 232-TESTA-USOS.
000408            IF WK-VERSAO-CONGELADA = 'S'
000409                EXIT PARAGRAPH
000410            END-IF.
000411            EXEC SQL
000412                SELECT COUNT(*) INTO :WK-QTD-USOS
000413                    FROM EAD719.RESCISOES
000414                    WHERE DT-DEMISSAO >= :TRB-VIGENCIA
000415            END-EXEC.
000416            PERFORM 232-TESTA-USOS.
000417            IF WK-VERSAO-CONGELADA = 'S'
000418                EXIT PARAGRAPH
000419            END-IF.
000420            EXEC SQL
000421                SELECT COUNT(*) INTO :WK-QTD-USOS
000422                    FROM EAD719.FERIAS_PAGAMENTOS
000423                    WHERE COMPETENCIA >= SUBSTR(:TRB-VIGENCIA, 1, 7)
000424            END-EXEC.
000425            PERFORM 232-TESTA-USOS.
000426       *
000427        232-TESTA-USOS.
000428            IF SQLCODE NOT = 0
000429                MOVE SQLCODE TO WK-SQLCODE-EDIT
000430                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000431                        ' NA CONSULTA DE USO DA VIGENCIA'
000432                MOVE 12 TO RETURN-CODE
000433                STOP RUN
000434            END-IF.
000435            IF WK-QTD-USOS > 0
000436                MOVE 'S' TO WK-VERSAO-CONGELADA
000437                DISPLAY 'VIGENCIA ' TRB-VIGENCIA
000438                        ' JA USADA EM CALCULO - CADASTRE UMA'
000439                        ' NOVA VIGENCIA!'
000440            END-IF.
000441       *******************************************************
000442        300-LER-TRANSACAO SECTION.
000443        301-LER-TRANSACAO.
000444            READ TRANSACAO-FILE INTO WK-ACCEPT
000445                AT END
000446                    MOVE 'S' TO WK-EOF-SYSIN
000447            END-READ.
000448       *******************************************************
000449        400-LISTA-VERSOES SECTION.
000450        401-LISTA-VERSOES.
000451            MOVE SPACES TO RELTRIB-REC.
000452            STRING 'EAD719 - TABELA DE INSS/IRRF POR VIGENCIA'
000453                DELIMITED BY SIZE INTO RELTRIB-REC
000454            END-STRING.
000455            WRITE RELTRIB-REC.
000456            EXEC SQL
000457                OPEN TRIBLISTA
000458            END-EXEC.
000459            EVALUATE SQLCODE
000460                WHEN 0
000461                    PERFORM 421-LER-TRIBLISTA
000462                    PERFORM 402-IMPRIME-FAIXA UNTIL SQLCODE = 100
000463                WHEN 100
000464                    CONTINUE
000465                WHEN OTHER
000466                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000467                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000468                            ' NO COMANDO OPEN CURSOR'
000469                    MOVE 12 TO RETURN-CODE
000470                    STOP RUN
000471            END-EVALUATE.
000472            EXEC SQL
000473                CLOSE TRIBLISTA
000474            END-EXEC.
000475       *
000476        402-IMPRIME-FAIXA.
000477            IF TRB-VIGENCIA NOT = WK-VIGENCIA-ANTERIOR
000478                PERFORM 403-IMPRIME-VERSAO
000479            END-IF.
000480            MOVE TRB-LIMITE   TO WK-LIMITE-EDIT.
000481            MOVE TRB-ALIQUOTA TO WK-ALIQUOTA-EDIT.
000482            MOVE TRB-DEDUZIR  TO WK-DEDUZIR-EDIT.
000483            MOVE SPACES TO RELTRIB-REC.
000484            STRING '   ' TRB-TRIBUTO '    ' TRB-FAIXA '  '
000485                WK-LIMITE-EDIT '  ' WK-ALIQUOTA-EDIT '  '
000486                WK-DEDUZIR-EDIT '  ' TRB-OPERADOR
000487                DELIMITED BY SIZE INTO RELTRIB-REC
000488            END-STRING.
000489            WRITE RELTRIB-REC.
000490            PERFORM 421-LER-TRIBLISTA.
000491       *
000492        403-IMPRIME-VERSAO.
000493            MOVE TRB-VIGENCIA TO WK-VIGENCIA-ANTERIOR.
000494            ADD 1 TO WK-QTD-VERSOES.
000495            MOVE SPACES TO RELTRIB-REC.
000496            WRITE RELTRIB-REC.
000497            MOVE SPACES TO RELTRIB-REC.
000498            STRING 'VERSAO VIGENTE A PARTIR DE ' TRB-VIGENCIA
000499                DELIMITED BY SIZE INTO RELTRIB-REC
000500            END-STRING.
000501            WRITE RELTRIB-REC.
000502            MOVE SPACES TO RELTRIB-REC.
000503            STRING 'TRIB FAIXA     LIMITE  ALIQ.     DEDUZIR'
000504                '  OPERADOR'
000505                DELIMITED BY SIZE INTO RELTRIB-REC
000506            END-STRING.
000507            WRITE RELTRIB-REC.
000508       *
000509        421-LER-TRIBLISTA.
000510            EXEC SQL
000511                FETCH TRIBLISTA
000512                  INTO :TRB-VIGENCIA,
000513                       :TRB-TRIBUTO,
000514                       :TRB-FAIXA,
000515                       :TRB-LIMITE,
000516                       :TRB-ALIQUOTA,
000517                       :TRB-DEDUZIR,
000518                       :TRB-OPERADOR
000519            END-EXEC.
000520            EVALUATE SQLCODE
000521                WHEN 0
000522                    CONTINUE
000523                WHEN 100
000524                    CONTINUE
000525                WHEN OTHER
000526                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000527                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000528                            ' NO COMANDO FETCH'
000529                    MOVE 12 TO RETURN-CODE
000530                    STOP RUN
000531            END-EVALUATE.
000532       *******************************************************
000533       * COMPETENCIAS JA CALCULADAS E A VERSAO QUE VALEU PARA
000534       * CADA UMA (MAIOR VIGENCIA ATE O FIM DO MES)
000535        450-LISTA-COMPETENCIAS SECTION.
000536        451-LISTA-COMPETENCIAS.
000537            MOVE SPACES TO RELTRIB-REC.
000538            WRITE RELTRIB-REC.
000539            MOVE SPACES TO RELTRIB-REC.
000540            STRING 'COMPETENCIAS CALCULADAS/FECHADAS E VIGENCIA'
000541                ' USADA'
000542                DELIMITED BY SIZE INTO RELTRIB-REC
000543            END-STRING.
000544            WRITE RELTRIB-REC.
000545            EXEC SQL
000546                OPEN COMPTRIB
000547            END-EXEC.
000548            EVALUATE SQLCODE
000549                WHEN 0
000550                    PERFORM 461-LER-COMPTRIB
000551                    PERFORM 452-IMPRIME-COMPETENCIA
000552                        UNTIL SQLCODE = 100
000553                WHEN 100
000554                    CONTINUE
000555                WHEN OTHER
000556                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000557                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000558                            ' NO COMANDO OPEN CURSOR'
000559                    MOVE 12 TO RETURN-CODE
000560                    STOP RUN
000561            END-EVALUATE.
000562            EXEC SQL
000563                CLOSE COMPTRIB
000564            END-EXEC.
000565       *
000566        452-IMPRIME-COMPETENCIA.
000567            MOVE SPACES TO RELTRIB-REC.
000568            IF WK-VIGENCIA-USADA = SPACES
000569                STRING 'COMPETENCIA ' WK-COMPETENCIA-USO
000570                    ' - SEM VERSAO CADASTRADA'
000571                    DELIMITED BY SIZE INTO RELTRIB-REC
000572                END-STRING
000573            ELSE
000574                STRING 'COMPETENCIA ' WK-COMPETENCIA-USO
000575                    ' - VIGENCIA ' WK-VIGENCIA-USADA
000576                    DELIMITED BY SIZE INTO RELTRIB-REC
000577                END-STRING
000578            END-IF.
000579            WRITE RELTRIB-REC.
000580            PERFORM 461-LER-COMPTRIB.
000581       *
000582        461-LER-COMPTRIB.
000583            EXEC SQL
000584                FETCH COMPTRIB
000585                  INTO :WK-COMPETENCIA-USO,
000586                       :WK-VIGENCIA-USADA
000587            END-EXEC.
000588            EVALUATE SQLCODE
000589                WHEN 0
000590                    CONTINUE
000591                WHEN 100
000592                    CONTINUE
000593                WHEN OTHER
000594                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000595                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000596                            ' NO COMANDO FETCH'
000597                    MOVE 12 TO RETURN-CODE
000598                    STOP RUN
000599            END-EVALUATE.
000600       *******************************************************
000601        900-FINALIZAR SECTION.
000602        901-FINALIZAR.
000603            CLOSE TRANSACAO-FILE.
000604            CLOSE RELTRIB-FILE.
000605            EXEC SQL
000606                COMMIT
000607            END-EXEC.
000608            DISPLAY '*********************************************'.
000609            DISPLAY '*   RESUMO DO LOTE DE TRANSACOES EAD71952  *'.
000610            DISPLAY '*********************************************'.
000611            MOVE WK-QTD-INCLUSAO-OK   TO WK-RESUMO-EDIT.
000612            DISPLAY 'INCLUSOES  APLICADAS  : ' WK-RESUMO-EDIT.
000613            MOVE WK-QTD-INCLUSAO-REJ  TO WK-RESUMO-EDIT.
000614            DISPLAY 'INCLUSOES  REJEITADAS : ' WK-RESUMO-EDIT.
000615            MOVE WK-QTD-EXCLUSAO-OK   TO WK-RESUMO-EDIT.
000616            DISPLAY 'EXCLUSOES  APLICADAS  : ' WK-RESUMO-EDIT.
000617            MOVE WK-QTD-EXCLUSAO-REJ  TO WK-RESUMO-EDIT.
000618            DISPLAY 'EXCLUSOES  REJEITADAS : ' WK-RESUMO-EDIT.
000619            MOVE WK-QTD-ALTERACAO-OK  TO WK-RESUMO-EDIT.
000620            DISPLAY 'ALTERACOES APLICADAS  : ' WK-RESUMO-EDIT.
000621            MOVE WK-QTD-ALTERACAO-REJ TO WK-RESUMO-EDIT.
000622            DISPLAY 'ALTERACOES REJEITADAS : ' WK-RESUMO-EDIT.
000623            MOVE WK-QTD-FUNCAO-INVALIDA TO WK-RESUMO-EDIT.
000624            DISPLAY 'TRANSACOES INVALIDAS  : ' WK-RESUMO-EDIT.
000625            MOVE WK-QTD-NAO-AUTORIZADA TO WK-RESUMO-EDIT.
000626            DISPLAY 'NAO AUTORIZADAS       : ' WK-RESUMO-EDIT.
000627            MOVE WK-QTD-VERSOES       TO WK-RESUMO-EDIT.
000628            DISPLAY 'VERSOES DA TABELA     : ' WK-RESUMO-EDIT.
000629            DISPLAY '*********************************************'.
