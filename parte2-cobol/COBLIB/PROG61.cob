000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID.    EAD71961.
000003        AUTHOR.        THIAGO.
000004       *********************************************************
000005       * MANUTENCAO DOS PLANOS DE SAUDE (EAD719.PLANOS_SAUDE) E *
000006       * DAS ADESOES DO TITULAR E DOS DEPENDENTES               *
000007       * (EAD719.ADESOES_PLANO) VIA CARTOES + RELATORIO DAS     *
000008       * VIDAS EM VIGOR POR PLANO COM A PARTE DO FUNCIONARIO    *
000009       * CARTAO 'O' NO TOPO DO LOTE IDENTIFICA O OPERADOR E     *
000010       * CADA FUNCAO E CONFERIDA CONTRA EAD719.OPERADORES       *
000011       * FUNCOES: P=INCLUI/ALTERA PLANO (NOVO PRECO VALE PARA   *
000012       * AS ADESOES EM VIGOR) I=INCLUI ADESAO DE UMA VIDA       *
000013       * E=ENCERRA ADESAO (NO TITULAR ENCERRA TODAS AS VIDAS)   *
000014       * A COPARTICIPACAO E DESCONTADA NA FOLHA (EAD71925) E A  *
000015       * FATURA DA OPERADORA CONFERIDA NO EAD71962              *
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
000026            SELECT RELPLANO-FILE ASSIGN TO RELPLANO
000027                ORGANIZATION IS SEQUENTIAL.
000028       *
000029        DATA DIVISION.
000030        FILE SECTION.
000031        FD  TRANSACAO-FILE
000032            RECORDING MODE IS F.
000033        01  TRANSACAO-REC               PIC X(80).
000034        FD  RELPLANO-FILE
000035            RECORDING MODE IS F.
000036        01  RELPLANO-REC                PIC X(80).
000037        WORKING-STORAGE SECTION.
000038            EXEC SQL
000039                INCLUDE BOOKPLSA
000040            END-EXEC.
000041            EXEC SQL
000042                INCLUDE BOOKADPL
000043            END-EXEC.
000044            EXEC SQL
000045                INCLUDE BOOKFUNC
000046            END-EXEC.
000047            EXEC SQL
000048                INCLUDE BOOKDEPE
000049            END-EXEC.
000050            EXEC SQL
000051                INCLUDE BOOKOPER
000052            END-EXEC.
000053            EXEC SQL
000054                INCLUDE SQLCA
000055            END-EXEC.
000056            EXEC SQL
000057                DECLARE VIDASPLANO CURSOR FOR
000058                    SELECT A.CODPLANO, A.CODFUN, A.SEQ-DEPENDENTE,
000059                           COALESCE(D.NOME, F.NOMEFUN),
000060                           A.DT-INICIO, A.PRECO-VIDA,
000061                           P.PERC-EMPREGADO
000062                        FROM EAD719.ADESOES_PLANO A
000063                             INNER JOIN EAD719.PLANOS_SAUDE P
000064                                ON P.CODPLANO = A.CODPLANO
000065                             INNER JOIN EAD719.FUNCIONARIOS F
000066                                ON F.CODFUN = A.CODFUN
000067                             LEFT JOIN EAD719.DEPENDENTES D
000068                                ON D.CODFUN = A.CODFUN
000069                               AND D.SEQ = A.SEQ-DEPENDENTE
000070                    WHERE A.DT-FIM = ' '
000071                       OR A.DT-FIM >= CHAR(CURRENT DATE, ISO)
000072                    ORDER BY A.CODPLANO, A.CODFUN, A.SEQ-DEPENDENTE
000073            END-EXEC.
000074        77  WK-SQLCODE-EDIT           PIC -999        VALUE ZEROS.
000075        77  WK-EOF-SYSIN              PIC X           VALUE 'N'.
000076       *
000077       * CARTOES DE ADESAO ('I'/'E'): DATA = INICIO NA INCLUSAO E
000078       * FIM NO ENCERRAMENTO (AAAA-MM-DD)
000079        01  WK-ACCEPT.
000080            05 WK-FUNCAO-ACCEPT       PIC X           VALUE SPACES.
000081            05 WK-CODFUN-ACCEPT       PIC X(04)       VALUE SPACES.
000082            05 WK-SEQ-ACCEPT          PIC X(02)       VALUE SPACES.
000083            05 WK-SEQ-NUM-ACCEPT REDEFINES WK-SEQ-ACCEPT
000084                                      PIC 9(02).
000085            05 WK-CODPLANO-ACCEPT     PIC X(04)       VALUE SPACES.
000086            05 WK-DATA-ACCEPT         PIC X(10)       VALUE SPACES.
000087            05 FILLER                 PIC X(59)       VALUE SPACES.
000088       * CARTAO DE PLANO ('P'): PRECO POR VIDA E % DO FUNCIONARIO
000089        01  WK-ACCEPT-PLANO-RED REDEFINES WK-ACCEPT.
000090            05 FILLER                 PIC X(01).
000091            05 WK-PLANO-ACCEPT        PIC X(04).
000092            05 WK-NOMEPLANO-ACCEPT    PIC X(30).
000093            05 WK-PRECO-ACCEPT        PIC 9(05)V99.
000094            05 WK-PERC-ACCEPT         PIC 9(03)V99.
000095            05 WK-STATUS-ACCEPT       PIC X(01).
000096            05 FILLER                 PIC X(32).
000097        01  WK-ACCEPT-OPER-RED REDEFINES WK-ACCEPT.
000098            05 FILLER                 PIC X(01).
000099            05 WK-OPERADOR-ACCEPT     PIC X(08).
000100            05 FILLER                 PIC X(71).
000101       *
000102        77  WK-CARTAO-VALIDO          PIC X           VALUE 'S'.
000103        77  WK-DATA-TESTE             PIC X(10)       VALUE SPACES.
000104        77  WK-QTD-EM-VIGOR           PIC S9(09) COMP VALUE ZEROS.
000105        77  WK-QTD-VIDAS-ENCERRADAS   PIC S9(09) COMP VALUE ZEROS.
000106        77  WK-QTD-VIDAS-REAJUSTADAS  PIC S9(09) COMP VALUE ZEROS.
000107        77  WK-VIDAS-EDIT             PIC ZZ.ZZ9      VALUE ZEROS.
000108       *
000109       * RELATORIO DAS VIDAS EM VIGOR
000110        77  WK-PLANO-ANTERIOR         PIC X(04)       VALUE SPACES.
000111        77  WK-PARTE-FUNCIONARIO      PIC S9(5)V99 COMP-3 VALUE ZEROS.
000112        77  WK-QTD-VIDAS-PLANO        PIC 9(05)       VALUE ZEROS.
000113        77  WK-CUSTO-PLANO            PIC S9(9)V99 COMP-3 VALUE ZEROS.
000114        77  WK-PARTE-PLANO            PIC S9(9)V99 COMP-3 VALUE ZEROS.
000115        77  WK-QTD-VIDAS              PIC 9(05)       VALUE ZEROS.
000116        77  WK-CUSTO-TOTAL            PIC S9(9)V99 COMP-3 VALUE ZEROS.
000117        77  WK-PARTE-TOTAL            PIC S9(9)V99 COMP-3 VALUE ZEROS.
000118        77  WK-VALOR-EDIT             PIC ZZ.ZZ9,99   VALUE ZEROS.
000119        77  WK-TOTAL-EDIT             PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000120        77  WK-PERC-EDIT              PIC ZZ9,99      VALUE ZEROS.
000121       *
000122        01  WK-RESUMO-LOTE.
000123            05  WK-QTD-PLANO-OK       PIC 9(05)  VALUE ZEROS.
000124            05  WK-QTD-PLANO-REJ      PIC 9(05)  VALUE ZEROS.
000125            05  WK-QTD-INCLUSAO-OK    PIC 9(05)  VALUE ZEROS.
000126            05  WK-QTD-INCLUSAO-REJ   PIC 9(05)  VALUE ZEROS.
000127            05  WK-QTD-ENCERRA-OK     PIC 9(05)  VALUE ZEROS.
000128            05  WK-QTD-ENCERRA-REJ    PIC 9(05)  VALUE ZEROS.
000129            05  WK-QTD-FUNCAO-INVALIDA PIC 9(05) VALUE ZEROS.
000130            05  WK-QTD-NAO-AUTORIZADA PIC 9(05)  VALUE ZEROS.
000131        77  WK-RESUMO-EDIT            PIC ZZ.ZZ9 VALUE ZEROS.
000132       *
000133       * IDENTIFICACAO E AUTORIZACAO DO OPERADOR (CARTAO 'O')
000134        77  WK-OPERADOR-OK            PIC X      VALUE 'N'.
000135        77  WK-FUNCAO-AUTORIZADA      PIC X      VALUE 'N'.
000136        77  WK-IND-FUNCAO             PIC 9(02) COMP VALUE ZEROS.
000137       *
000138        PROCEDURE DIVISION.
000139        000-PRINCIPAL SECTION.
000140        001-PRINCIPAL.
000141            PERFORM 101-INICIAR.
000142            PERFORM 201-PROCESSAR UNTIL WK-EOF-SYSIN = 'S'.
000143            PERFORM 401-LISTA-VIDAS.
000144            PERFORM 901-FINALIZAR.
000145            STOP RUN.
000146       *******************************************************
000147        100-INICIAR SECTION.
000148        101-INICIAR.
000149            OPEN INPUT TRANSACAO-FILE.
000150            OPEN OUTPUT RELPLANO-FILE.
000151            PERFORM 301-LER-TRANSACAO.
000152       *******************************************************
000153        200-PROCESSAR SECTION.
000154        201-PROCESSAR.
000155            IF WK-FUNCAO-ACCEPT = 'O'
000156                PERFORM 208-IDENTIFICA-OPERADOR
000157            ELSE
000158                PERFORM 209-VERIFICA-AUTORIZACAO
000159                IF WK-FUNCAO-AUTORIZADA = 'S'
000160                    EVALUATE WK-FUNCAO-ACCEPT
000161                        WHEN 'P'
000162                            PERFORM 202-MANUTENCAO-PLANO
000163                        WHEN 'I'
000164                            PERFORM 203-INCLUSAO-ADESAO
000165                        WHEN 'E'
000166                            PERFORM 204-ENCERRAMENTO-ADESAO
000167                        WHEN OTHER
000168                            DISPLAY 'FUNCAO ' WK-FUNCAO-ACCEPT
000169                                    ' INVALIDA!'
000170                            ADD 1 TO WK-QTD-FUNCAO-INVALIDA
000171                    END-EVALUATE
000172                END-IF
000173            END-IF.
000174            PERFORM 301-LER-TRANSACAO.
000175       *
000176        208-IDENTIFICA-OPERADOR.
000177            MOVE WK-OPERADOR-ACCEPT TO OPR-OPERADOR.
000178            MOVE 'EAD71961'         TO OPR-PROGRAMA.
000179            MOVE SPACES             TO OPR-FUNCOES.
000180            MOVE 'N'                TO WK-OPERADOR-OK.
000181            EXEC SQL
000182                SELECT FUNCOES INTO :OPR-FUNCOES
000183                    FROM EAD719.OPERADORES
000184                    WHERE OPERADOR = :OPR-OPERADOR
000185                      AND PROGRAMA = :OPR-PROGRAMA
000186                      AND STATUS = 'A'
000187            END-EXEC.
000188            EVALUATE SQLCODE
000189                WHEN 0
000190                    MOVE 'S' TO WK-OPERADOR-OK
000191                    DISPLAY 'OPERADOR ' OPR-OPERADOR
000192                            ' IDENTIFICADO.'
000193                WHEN 100
000194                    DISPLAY 'OPERADOR ' OPR-OPERADOR
000195                            ' NAO CADASTRADO PARA O PROGRAMA!'
000196                WHEN OTHER
000197                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000198                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000199                            ' NO SELECT DO OPERADOR'
000200                    MOVE 12 TO RETURN-CODE
000201                    STOP RUN
000202            END-EVALUATE.
000203       *
000204        209-VERIFICA-AUTORIZACAO.
000205            MOVE 'N' TO WK-FUNCAO-AUTORIZADA.
000206            IF WK-OPERADOR-OK NOT = 'S'
000207                DISPLAY 'TRANSACAO ' WK-FUNCAO-ACCEPT ' '
000208                        WK-CODFUN-ACCEPT ' SEM OPERADOR'
000209                        ' IDENTIFICADO - REJEITADA!'
000210                ADD 1 TO WK-QTD-NAO-AUTORIZADA
000211                EXIT PARAGRAPH
000212            END-IF.
000213            PERFORM VARYING WK-IND-FUNCAO FROM 1 BY 1
000214                UNTIL WK-IND-FUNCAO > 8
000215                   OR WK-FUNCAO-AUTORIZADA = 'S'
000216                IF OPR-FUNCOES(WK-IND-FUNCAO:1) =
000217                   WK-FUNCAO-ACCEPT
000218                   AND WK-FUNCAO-ACCEPT NOT = SPACES
000219                    MOVE 'S' TO WK-FUNCAO-AUTORIZADA
000220                END-IF
000221            END-PERFORM.
000222            IF WK-FUNCAO-AUTORIZADA NOT = 'S'
000223                DISPLAY 'OPERADOR ' OPR-OPERADOR
000224                        ' NAO AUTORIZADO A FUNCAO '
000225                        WK-FUNCAO-ACCEPT ' ('
000226                        WK-CODFUN-ACCEPT ') - REJEITADA!'
000227                ADD 1 TO WK-QTD-NAO-AUTORIZADA
000228            END-IF.
000229       *
000230       * PLANO: INCLUI OU, SE JA EXISTE, ALTERA NOME, PRECO, % DO
000231       * FUNCIONARIO E STATUS. O NOVO PRECO POR VIDA PASSA A
000232       * VALER PARA TODAS AS ADESOES EM VIGOR DO PLANO
000233        202-MANUTENCAO-PLANO.
000234            IF WK-PLANO-ACCEPT = SPACES
000235               OR WK-NOMEPLANO-ACCEPT = SPACES
000236               OR WK-PRECO-ACCEPT NOT NUMERIC
000237               OR WK-PERC-ACCEPT NOT NUMERIC
000238               OR WK-PERC-ACCEPT > 100
000239               OR (WK-STATUS-ACCEPT NOT = 'A'
000240                   AND WK-STATUS-ACCEPT NOT = 'I')
000241                DISPLAY 'CARTAO DE PLANO ' WK-PLANO-ACCEPT
000242                        ' INVALIDO (CODIGO, NOME, PRECO, % ATE 100'
000243                        ' E STATUS A/I)!'
000244                ADD 1 TO WK-QTD-PLANO-REJ
000245                EXIT PARAGRAPH
000246            END-IF.
000247            MOVE WK-PLANO-ACCEPT     TO PLS-CODPLANO.
000248            MOVE WK-NOMEPLANO-ACCEPT TO PLS-NOMEPLANO.
000249            MOVE WK-PRECO-ACCEPT     TO PLS-PRECO-VIDA.
000250            MOVE WK-PERC-ACCEPT      TO PLS-PERC-EMPREGADO.
000251            MOVE WK-STATUS-ACCEPT    TO PLS-STATUS.
000252            MOVE OPR-OPERADOR        TO PLS-OPERADOR.
000253            EXEC SQL
000254                INSERT INTO EAD719.PLANOS_SAUDE
000255                VALUES(:PLS-CODPLANO,
000256                       :PLS-NOMEPLANO,
000257                       :PLS-PRECO-VIDA,
000258                       :PLS-PERC-EMPREGADO,
000259                       :PLS-STATUS,
000260                       :PLS-OPERADOR,
000261                       CURRENT TIMESTAMP)
000262            END-EXEC.
000263            EVALUATE SQLCODE
000264                WHEN 0
000265                    DISPLAY 'PLANO ' PLS-CODPLANO ' FOI INCLUIDO!'
000266                    ADD 1 TO WK-QTD-PLANO-OK
000267                WHEN -803
000268                    PERFORM 211-ALTERA-PLANO
000269                WHEN OTHER
000270                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000271                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000272                            ' NO INSERT DO PLANO'
000273                    MOVE 12 TO RETURN-CODE
000274                    STOP RUN
000275            END-EVALUATE.
000276       *
000277        211-ALTERA-PLANO.
000278            EXEC SQL
000279                UPDATE EAD719.PLANOS_SAUDE
000280                    SET NOMEPLANO = :PLS-NOMEPLANO,
000281                        PRECO-VIDA = :PLS-PRECO-VIDA,
000282                        PERC-EMPREGADO = :PLS-PERC-EMPREGADO,
000283                        STATUS = :PLS-STATUS,
000284                        OPERADOR = :PLS-OPERADOR,
000285                        TS-ULT-ALTERACAO = CURRENT TIMESTAMP
000286                    WHERE CODPLANO = :PLS-CODPLANO
000287            END-EXEC.
000288            IF SQLCODE NOT = 0
000289                MOVE SQLCODE TO WK-SQLCODE-EDIT
000290                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000291                        ' NO UPDATE DO PLANO'
000292                MOVE 12 TO RETURN-CODE
000293                STOP RUN
000294            END-IF.
000295            EXEC SQL
000296                UPDATE EAD719.ADESOES_PLANO
000297                    SET PRECO-VIDA = :PLS-PRECO-VIDA,
000298                        OPERADOR = :PLS-OPERADOR,
000299                        TS-ULT-ALTERACAO = CURRENT TIMESTAMP
000300                    WHERE CODPLANO = :PLS-CODPLANO
000301                      AND DT-FIM = ' '
000302                      AND PRECO-VIDA <> :PLS-PRECO-VIDA
000303            END-EXEC.
000304            EVALUATE SQLCODE
000305                WHEN 0
000306                    MOVE SQLERRD(3) TO WK-QTD-VIDAS-REAJUSTADAS
000307                WHEN 100
000308                    MOVE ZEROS TO WK-QTD-VIDAS-REAJUSTADAS
000309                WHEN OTHER
000310                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000311                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000312                            ' NO REAJUSTE DAS ADESOES'
000313                    MOVE 12 TO RETURN-CODE
000314                    STOP RUN
000315            END-EVALUATE.
000316            MOVE WK-QTD-VIDAS-REAJUSTADAS TO WK-VIDAS-EDIT.
000317            DISPLAY 'PLANO ' PLS-CODPLANO ' FOI ALTERADO! VIDAS'
000318                    ' COM NOVO PRECO: ' WK-VIDAS-EDIT.
000319            ADD 1 TO WK-QTD-PLANO-OK.
000320       *
000321       * ADESAO DE UMA VIDA: TITULAR (SEQ 00) ATIVO OU DEPENDENTE
000322       * ATIVO EM EAD719.DEPENDENTES COM O TITULAR EM VIGOR NO
000323       * MESMO PLANO; UMA SO ADESAO EM VIGOR POR VIDA
000324        203-INCLUSAO-ADESAO.
000325            PERFORM 221-VALIDA-ADESAO.
000326            IF WK-CARTAO-VALIDO NOT = 'S'
000327                ADD 1 TO WK-QTD-INCLUSAO-REJ
000328                EXIT PARAGRAPH
000329            END-IF.
000330            MOVE WK-CODFUN-ACCEPT   TO ADP-CODFUN.
000331            MOVE WK-SEQ-NUM-ACCEPT  TO ADP-SEQ-DEPENDENTE.
000332            MOVE WK-DATA-ACCEPT     TO ADP-DT-INICIO.
000333            MOVE WK-CODPLANO-ACCEPT TO ADP-CODPLANO.
000334            MOVE SPACES             TO ADP-DT-FIM.
000335            MOVE PLS-PRECO-VIDA     TO ADP-PRECO-VIDA.
000336            MOVE OPR-OPERADOR       TO ADP-OPERADOR.
000337            EXEC SQL
000338                INSERT INTO EAD719.ADESOES_PLANO
000339                VALUES(:ADP-CODFUN,
000340                       :ADP-SEQ-DEPENDENTE,
000341                       :ADP-DT-INICIO,
000342                       :ADP-CODPLANO,
000343                       :ADP-DT-FIM,
000344                       :ADP-PRECO-VIDA,
000345                       :ADP-OPERADOR,
000346                       CURRENT TIMESTAMP)
000347            END-EXEC.
000348            EVALUATE SQLCODE
000349                WHEN 0
000350                    DISPLAY 'ADESAO DE ' ADP-CODFUN '/'
000351                            ADP-SEQ-DEPENDENTE ' AO PLANO '
000352                            ADP-CODPLANO ' FOI INCLUIDA!'
000353                    ADD 1 TO WK-QTD-INCLUSAO-OK
000354                WHEN -803
000355                    DISPLAY 'ADESAO DE ' ADP-CODFUN '/'
000356                            ADP-SEQ-DEPENDENTE ' EM ' ADP-DT-INICIO
000357                            ' JA EXISTE!'
000358                    ADD 1 TO WK-QTD-INCLUSAO-REJ
000359                WHEN OTHER
000360                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000361                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000362                            ' NO INSERT DA ADESAO'
000363                    MOVE 12 TO RETURN-CODE
000364                    STOP RUN
000365            END-EVALUATE.
000366       *
000367       * ENCERRAMENTO: A DATA DO CARTAO VIRA O FIM DA ADESAO EM
000368       * VIGOR; NO TITULAR (SEQ 00) ENCERRA TAMBEM OS DEPENDENTES
000369        204-ENCERRAMENTO-ADESAO.
000370            MOVE 'S' TO WK-CARTAO-VALIDO.
000371            IF WK-CODFUN-ACCEPT = SPACES
000372               OR WK-SEQ-ACCEPT NOT NUMERIC
000373                DISPLAY 'CARTAO DE ENCERRAMENTO SEM FUNCIONARIO OU'
000374                        ' SEQUENCIA!'
000375                ADD 1 TO WK-QTD-ENCERRA-REJ
000376                EXIT PARAGRAPH
000377            END-IF.
000378            MOVE WK-DATA-ACCEPT TO WK-DATA-TESTE.
000379            PERFORM 223-VALIDA-DATA.
000380            IF WK-CARTAO-VALIDO NOT = 'S'
000381                ADD 1 TO WK-QTD-ENCERRA-REJ
000382                EXIT PARAGRAPH
000383            END-IF.
000384            MOVE WK-CODFUN-ACCEPT  TO ADP-CODFUN.
000385            MOVE WK-SEQ-NUM-ACCEPT TO ADP-SEQ-DEPENDENTE.
000386            MOVE WK-DATA-ACCEPT    TO ADP-DT-FIM.
000387            MOVE OPR-OPERADOR      TO ADP-OPERADOR.
000388            EXEC SQL
000389                UPDATE EAD719.ADESOES_PLANO
000390                    SET DT-FIM = :ADP-DT-FIM,
000391                        OPERADOR = :ADP-OPERADOR,
000392                        TS-ULT-ALTERACAO = CURRENT TIMESTAMP
000393                    WHERE CODFUN = :ADP-CODFUN
000394                      AND (SEQ-DEPENDENTE = :ADP-SEQ-DEPENDENTE
000395                           OR :ADP-SEQ-DEPENDENTE = 0)
000396                      AND DT-FIM = ' '
000397                      AND DT-INICIO <= :ADP-DT-FIM
000398            END-EXEC.
000399            EVALUATE SQLCODE
000400                WHEN 0
000401                    MOVE SQLERRD(3) TO WK-QTD-VIDAS-ENCERRADAS
000402                    MOVE WK-QTD-VIDAS-ENCERRADAS TO WK-VIDAS-EDIT
000403                    DISPLAY 'ADESAO DE ' ADP-CODFUN '/'
000404                            ADP-SEQ-DEPENDENTE ' ENCERRADA EM '
000405                            ADP-DT-FIM ' - VIDAS: ' WK-VIDAS-EDIT
000406                    ADD 1 TO WK-QTD-ENCERRA-OK
000407                WHEN 100
000408                    DISPLAY 'NENHUMA ADESAO EM VIGOR DE ' ADP-CODFUN
000409                            '/' ADP-SEQ-DEPENDENTE ' INICIADA ATE '
000410                            ADP-DT-FIM '!'
000411                    ADD 1 TO WK-QTD-ENCERRA-REJ
000412                WHEN OTHER
000413                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000414                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000415                            ' NO ENCERRAMENTO DA ADESAO'
000416                    MOVE 12 TO RETURN-CODE
000417                    STOP RUN
000418            END-EVALUATE.
000419       *******************************************************
000420        220-VALIDA-CARTAO SECTION.
000421        221-VALIDA-ADESAO.
000422            MOVE 'S' TO WK-CARTAO-VALIDO.
000423            IF WK-CODFUN-ACCEPT = SPACES
000424               OR WK-SEQ-ACCEPT NOT NUMERIC
000425               OR WK-CODPLANO-ACCEPT = SPACES
000426                DISPLAY 'CARTAO DE ADESAO SEM FUNCIONARIO, SEQUENCIA'
000427                        ' OU PLANO!'
000428                MOVE 'N' TO WK-CARTAO-VALIDO
000429                EXIT PARAGRAPH
000430            END-IF.
000431            MOVE WK-DATA-ACCEPT TO WK-DATA-TESTE.
000432            PERFORM 223-VALIDA-DATA.
000433            IF WK-CARTAO-VALIDO NOT = 'S'
000434                EXIT PARAGRAPH
000435            END-IF.
000436            MOVE WK-CODPLANO-ACCEPT TO PLS-CODPLANO.
000437            EXEC SQL
000438                SELECT PRECO-VIDA, STATUS
000439                    INTO :PLS-PRECO-VIDA, :PLS-STATUS
000440                    FROM EAD719.PLANOS_SAUDE
000441                    WHERE CODPLANO = :PLS-CODPLANO
000442            END-EXEC.
000443            EVALUATE SQLCODE
000444                WHEN 0
000445                    IF PLS-STATUS NOT = 'A'
000446                        DISPLAY 'PLANO ' PLS-CODPLANO
000447                                ' INATIVO - SEM NOVAS ADESOES!'
000448                        MOVE 'N' TO WK-CARTAO-VALIDO
000449                        EXIT PARAGRAPH
000450                    END-IF
000451                WHEN 100
000452                    DISPLAY 'PLANO ' PLS-CODPLANO ' NAO CADASTRADO!'
000453                    MOVE 'N' TO WK-CARTAO-VALIDO
000454                    EXIT PARAGRAPH
000455                WHEN OTHER
000456                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000457                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000458                            ' NO SELECT DO PLANO'
000459                    MOVE 12 TO RETURN-CODE
000460                    STOP RUN
000461            END-EVALUATE.
000462            MOVE WK-CODFUN-ACCEPT TO DB2-CODFUN.
000463            EXEC SQL
000464                SELECT STATUSFUN INTO :DB2-STATUSFUN
000465                    FROM EAD719.FUNCIONARIOS
000466                    WHERE CODFUN = :DB2-CODFUN
000467            END-EXEC.
000468            EVALUATE SQLCODE
000469                WHEN 0
000470                    IF DB2-STATUSFUN NOT = 'A'
000471                        DISPLAY 'FUNCIONARIO ' DB2-CODFUN
000472                                ' NAO ESTA ATIVO!'
000473                        MOVE 'N' TO WK-CARTAO-VALIDO
000474                        EXIT PARAGRAPH
000475                    END-IF
000476                WHEN 100
000477                    DISPLAY 'FUNCIONARIO ' DB2-CODFUN
000478                            ' NAO CADASTRADO!'
000479                    MOVE 'N' TO WK-CARTAO-VALIDO
000480                    EXIT PARAGRAPH
000481                WHEN OTHER
000482                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000483                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000484                            ' NO SELECT DO FUNCIONARIO'
000485                    MOVE 12 TO RETURN-CODE
000486                    STOP RUN
000487            END-EVALUATE.
000488            IF WK-SEQ-NUM-ACCEPT > 0
000489                PERFORM 222-VALIDA-DEPENDENTE
000490                IF WK-CARTAO-VALIDO NOT = 'S'
000491                    EXIT PARAGRAPH
000492                END-IF
000493            END-IF.
000494            MOVE WK-SEQ-NUM-ACCEPT TO ADP-SEQ-DEPENDENTE.
000495            EXEC SQL
000496                SELECT COUNT(*) INTO :WK-QTD-EM-VIGOR
000497                    FROM EAD719.ADESOES_PLANO
000498                    WHERE CODFUN = :DB2-CODFUN
000499                      AND SEQ-DEPENDENTE = :ADP-SEQ-DEPENDENTE
000500                      AND DT-FIM = ' '
000501            END-EXEC.
000502            IF SQLCODE NOT = 0
000503                MOVE SQLCODE TO WK-SQLCODE-EDIT
000504                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000505                        ' NA CONSULTA DAS ADESOES'
000506                MOVE 12 TO RETURN-CODE
000507                STOP RUN
000508            END-IF.
000509            IF WK-QTD-EM-VIGOR > 0
000510                DISPLAY 'VIDA ' DB2-CODFUN '/' ADP-SEQ-DEPENDENTE
000511                        ' JA TEM ADESAO EM VIGOR!'
000512                MOVE 'N' TO WK-CARTAO-VALIDO
000513            END-IF.
000514       *
000515        222-VALIDA-DEPENDENTE.
000516            MOVE WK-CODFUN-ACCEPT  TO DPD-CODFUN.
000517            MOVE WK-SEQ-NUM-ACCEPT TO DPD-SEQ.
000518            EXEC SQL
000519                SELECT STATUS INTO :DPD-STATUS
000520                    FROM EAD719.DEPENDENTES
000521                    WHERE CODFUN = :DPD-CODFUN
000522                      AND SEQ = :DPD-SEQ
000523            END-EXEC.
000524            EVALUATE SQLCODE
000525                WHEN 0
000526                    IF DPD-STATUS NOT = 'A'
000527                        DISPLAY 'DEPENDENTE ' DPD-CODFUN '/' DPD-SEQ
000528                                ' NAO ESTA ATIVO!'
000529                        MOVE 'N' TO WK-CARTAO-VALIDO
000530                        EXIT PARAGRAPH
000531                    END-IF
000532                WHEN 100
000533                    DISPLAY 'DEPENDENTE ' DPD-CODFUN '/' DPD-SEQ
000534                            ' NAO CADASTRADO!'
000535                    MOVE 'N' TO WK-CARTAO-VALIDO
000536                    EXIT PARAGRAPH
000537                WHEN OTHER
000538                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000539                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000540                            ' NO SELECT DO DEPENDENTE'
000541                    MOVE 12 TO RETURN-CODE
000542                    STOP RUN
000543            END-EVALUATE.
000544            EXEC SQL
000545                SELECT COUNT(*) INTO :WK-QTD-EM-VIGOR
000546                    FROM EAD719.ADESOES_PLANO
000547                    WHERE CODFUN = :DPD-CODFUN
000548                      AND SEQ-DEPENDENTE = 0
000549                      AND CODPLANO = :PLS-CODPLANO
000550                      AND DT-FIM = ' '
000551            END-EXEC.
000552            IF SQLCODE NOT = 0
000553                MOVE SQLCODE TO WK-SQLCODE-EDIT
000554                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000555                        ' NA CONSULTA DA ADESAO DO TITULAR'
000556                MOVE 12 TO RETURN-CODE
000557                STOP RUN
000558            END-IF.
000559            IF WK-QTD-EM-VIGOR = 0
000560                DISPLAY 'TITULAR ' DPD-CODFUN ' SEM ADESAO EM VIGOR'
000561                        ' NO PLANO ' PLS-CODPLANO '!'
000562                MOVE 'N' TO WK-CARTAO-VALIDO
000563            END-IF.
000564       *
000565        223-VALIDA-DATA.
000566            IF WK-DATA-TESTE = SPACES
000567               OR WK-DATA-TESTE(1:4) NOT NUMERIC
000568               OR WK-DATA-TESTE(5:1) NOT = '-'
000569               OR WK-DATA-TESTE(6:2) NOT NUMERIC
000570               OR WK-DATA-TESTE(8:1) NOT = '-'
000571               OR WK-DATA-TESTE(9:2) NOT NUMERIC
000572                DISPLAY 'DATA ' WK-DATA-TESTE
000573                        ' INVALIDA (AAAA-MM-DD)!'
000574                MOVE 'N' TO WK-CARTAO-VALIDO
000575            END-IF.
000576       *******************************************************
000577        300-LER-TRANSACAO SECTION.
000578        301-LER-TRANSACAO.
000579            READ TRANSACAO-FILE INTO WK-ACCEPT
000580                AT END
000581                    MOVE 'S' TO WK-EOF-SYSIN
000582            END-READ.
000583       *******************************************************
000584       * VIDAS EM VIGOR POR PLANO, COM A MENSALIDADE E A PARTE DO
000585       * FUNCIONARIO (A DIFERENCA E O CUSTO DA EMPRESA)
000586        400-LISTA-VIDAS SECTION.
000587        401-LISTA-VIDAS.
000588            MOVE SPACES TO RELPLANO-REC.
000589            STRING 'EAD719 - VIDAS EM VIGOR POR PLANO DE SAUDE'
000590                DELIMITED BY SIZE INTO RELPLANO-REC
000591            END-STRING.
000592            WRITE RELPLANO-REC.
000593            MOVE SPACES TO RELPLANO-REC.
000594            STRING 'PLAN FUNC SQ NOME                 INICIO    '
000595                ' MENSALID.            PARTE FUNC'
000596                DELIMITED BY SIZE INTO RELPLANO-REC
000597            END-STRING.
000598            WRITE RELPLANO-REC.
000599            EXEC SQL
000600                OPEN VIDASPLANO
000601            END-EXEC.
000602            EVALUATE SQLCODE
000603                WHEN 0
000604                    PERFORM 421-LER-VIDASPLANO
000605                    PERFORM 402-IMPRIME-VIDA UNTIL SQLCODE = 100
000606                WHEN 100
000607                    CONTINUE
000608                WHEN OTHER
000609                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000610                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000611                            ' NO COMANDO OPEN CURSOR'
000612                    MOVE 12 TO RETURN-CODE
000613                    STOP RUN
000614            END-EVALUATE.
000615            EXEC SQL
000616                CLOSE VIDASPLANO
000617            END-EXEC.
000618            IF WK-PLANO-ANTERIOR NOT = SPACES
000619                PERFORM 403-IMPRIME-TOTAL-PLANO
000620            END-IF.
000621            MOVE SPACES TO RELPLANO-REC.
000622            WRITE RELPLANO-REC.
000623            MOVE SPACES TO RELPLANO-REC.
000624            MOVE WK-QTD-VIDAS TO WK-RESUMO-EDIT.
000625            MOVE WK-CUSTO-TOTAL TO WK-TOTAL-EDIT.
000626            STRING 'TOTAL GERAL: VIDAS ' WK-RESUMO-EDIT
000627                ' MENSALIDADES ' WK-TOTAL-EDIT
000628                DELIMITED BY SIZE INTO RELPLANO-REC
000629            END-STRING.
000630            WRITE RELPLANO-REC.
000631            MOVE SPACES TO RELPLANO-REC.
000632            MOVE WK-PARTE-TOTAL TO WK-TOTAL-EDIT.
000633            STRING '             PARTE DOS FUNCIONARIOS ' WK-TOTAL-EDIT
000634                DELIMITED BY SIZE INTO RELPLANO-REC
000635            END-STRING.
000636            WRITE RELPLANO-REC.
000637       *
000638        402-IMPRIME-VIDA.
000639            IF ADP-CODPLANO NOT = WK-PLANO-ANTERIOR
000640                IF WK-PLANO-ANTERIOR NOT = SPACES
000641                    PERFORM 403-IMPRIME-TOTAL-PLANO
000642                END-IF
000643                MOVE ADP-CODPLANO TO WK-PLANO-ANTERIOR
000644            END-IF.
000645            COMPUTE WK-PARTE-FUNCIONARIO ROUNDED =
000646                ADP-PRECO-VIDA * PLS-PERC-EMPREGADO / 100.
000647            ADD 1 TO WK-QTD-VIDAS-PLANO.
000648            ADD 1 TO WK-QTD-VIDAS.
000649            ADD ADP-PRECO-VIDA TO WK-CUSTO-PLANO.
000650            ADD ADP-PRECO-VIDA TO WK-CUSTO-TOTAL.
000651            ADD WK-PARTE-FUNCIONARIO TO WK-PARTE-PLANO.
000652            ADD WK-PARTE-FUNCIONARIO TO WK-PARTE-TOTAL.
000653            MOVE SPACES TO RELPLANO-REC.
000654            MOVE ADP-PRECO-VIDA TO WK-VALOR-EDIT.
000655            STRING ADP-CODPLANO ' ' ADP-CODFUN ' '
000656                ADP-SEQ-DEPENDENTE ' ' DB2-NOMEFUN-TEXT(1:20) ' '
000657                ADP-DT-INICIO ' ' WK-VALOR-EDIT
000658                DELIMITED BY SIZE INTO RELPLANO-REC
000659            END-STRING.
000660            MOVE WK-PARTE-FUNCIONARIO TO WK-VALOR-EDIT.
000661            MOVE WK-VALOR-EDIT TO RELPLANO-REC(68:9).
000662            WRITE RELPLANO-REC.
000663            PERFORM 421-LER-VIDASPLANO.
000664       *
000665        403-IMPRIME-TOTAL-PLANO.
000666            MOVE SPACES TO RELPLANO-REC.
000667            MOVE WK-QTD-VIDAS-PLANO TO WK-RESUMO-EDIT.
000668            MOVE WK-CUSTO-PLANO TO WK-TOTAL-EDIT.
000669            STRING '     TOTAL PLANO ' WK-PLANO-ANTERIOR ' VIDAS '
000670                WK-RESUMO-EDIT ' MENSALIDADES ' WK-TOTAL-EDIT
000671                DELIMITED BY SIZE INTO RELPLANO-REC
000672            END-STRING.
000673            WRITE RELPLANO-REC.
000674            MOVE SPACES TO RELPLANO-REC.
000675            MOVE WK-PARTE-PLANO TO WK-TOTAL-EDIT.
000676            STRING '                 PARTE DOS FUNCIONARIOS '
000677                WK-TOTAL-EDIT
000678                DELIMITED BY SIZE INTO RELPLANO-REC
000679            END-STRING.
000680            WRITE RELPLANO-REC.
000681            MOVE ZEROS TO WK-QTD-VIDAS-PLANO.
000682            MOVE ZEROS TO WK-CUSTO-PLANO.
000683            MOVE ZEROS TO WK-PARTE-PLANO.
000684       *
000685        421-LER-VIDASPLANO.
000686            MOVE SPACES TO DB2-NOMEFUN-TEXT.
000687            EXEC SQL
000688                FETCH VIDASPLANO
000689                  INTO :ADP-CODPLANO,
000690                       :ADP-CODFUN,
000691                       :ADP-SEQ-DEPENDENTE,
000692                       :DB2-NOMEFUN,
000693                       :ADP-DT-INICIO,
000694                       :ADP-PRECO-VIDA,
000695                       :PLS-PERC-EMPREGADO
000696            END-EXEC.
000697            EVALUATE SQLCODE
000698                WHEN 0
000699                    CONTINUE
000700                WHEN 100
000701                    CONTINUE
000702                WHEN OTHER
000703                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000704                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000705                            ' NO COMANDO FETCH'
000706                    MOVE 12 TO RETURN-CODE
000707                    STOP RUN
000708            END-EVALUATE.
000709       *******************************************************
000710        900-FINALIZAR SECTION.
000711        901-FINALIZAR.
000712            CLOSE TRANSACAO-FILE.
000713            CLOSE RELPLANO-FILE.
000714            EXEC SQL
000715                COMMIT
000716            END-EXEC.
000717            DISPLAY '*********************************************'.
000718            DISPLAY '*   RESUMO DO LOTE DE TRANSACOES EAD71961  *'.
000719            DISPLAY '*********************************************'.
000720            MOVE WK-QTD-PLANO-OK      TO WK-RESUMO-EDIT.
000721            DISPLAY 'PLANOS     APLICADOS  : ' WK-RESUMO-EDIT.
000722            MOVE WK-QTD-PLANO-REJ     TO WK-RESUMO-EDIT.
000723            DISPLAY 'PLANOS     REJEITADOS : ' WK-RESUMO-EDIT.
000724            MOVE WK-QTD-INCLUSAO-OK   TO WK-RESUMO-EDIT.
000725            DISPLAY 'ADESOES    APLICADAS  : ' WK-RESUMO-EDIT.
000726            MOVE WK-QTD-INCLUSAO-REJ  TO WK-RESUMO-EDIT.
000727            DISPLAY 'ADESOES    REJEITADAS : ' WK-RESUMO-EDIT.
000728            MOVE WK-QTD-ENCERRA-OK    TO WK-RESUMO-EDIT.
000729            DISPLAY 'ENCERRAM.  APLICADOS  : ' WK-RESUMO-EDIT.
000730            MOVE WK-QTD-ENCERRA-REJ   TO WK-RESUMO-EDIT.
000731            DISPLAY 'ENCERRAM.  REJEITADOS : ' WK-RESUMO-EDIT.
000732            MOVE WK-QTD-FUNCAO-INVALIDA TO WK-RESUMO-EDIT.
000733            DISPLAY 'TRANSACOES INVALIDAS  : ' WK-RESUMO-EDIT.
000734            MOVE WK-QTD-NAO-AUTORIZADA TO WK-RESUMO-EDIT.
000735            DISPLAY 'NAO AUTORIZADAS       : ' WK-RESUMO-EDIT.
000736            MOVE WK-QTD-VIDAS         TO WK-RESUMO-EDIT.
000737            DISPLAY 'VIDAS EM VIGOR        : ' WK-RESUMO-EDIT.
000738            DISPLAY '*********************************************'.
