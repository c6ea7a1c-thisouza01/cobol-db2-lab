000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID.    EAD71964.
000003        AUTHOR.        THIAGO.
000004       *********************************************************
000005       * APROVACAO EM DUPLA DAS ALTERACOES DE SALARIO ACIMA DA  *
000006       * ALCADA (EAD719.SALARIOS_PENDENTES), GRAVADAS PELO      *
000007       * EAD71918 E PELO EAD71923, VIA CARTOES + RELATORIO DAS  *
000008       * PENDENCIAS MAIS ANTIGAS QUE O PRAZO DA ALCADA          *
000009       * CARTAO 'O' NO TOPO DO LOTE IDENTIFICA O OPERADOR E     *
000010       * CADA FUNCAO E CONFERIDA CONTRA EAD719.OPERADORES       *
000011       * FUNCOES: A=APROVA (ATUALIZA FUNCIONARIOS, O HISTORICO  *
000012       * E O JORNAL TRANLOG) R=REJEITA (COM MOTIVO)             *
000013       * L=ALTERA A ALCADA (EAD719.ALCADA_SALARIO)              *
000014       * O APROVADOR TEM QUE SER OUTRO OPERADOR QUE NAO O       *
000015       * SOLICITANTE DA ALTERACAO                               *
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
000026            SELECT TRANLOG-FILE ASSIGN TO TRANLOG
000027                ORGANIZATION IS SEQUENTIAL.
000028            SELECT RELPENDE-FILE ASSIGN TO RELPENDE
000029                ORGANIZATION IS SEQUENTIAL.
000030       *
000031        DATA DIVISION.
000032        FILE SECTION.
000033        FD  TRANSACAO-FILE
000034            RECORDING MODE IS F.
000035        01  TRANSACAO-REC               PIC X(80).
000036       * MESMO LAYOUT DO JORNAL TRANLOG DO EAD71918
000037        FD  TRANLOG-FILE
000038            RECORDING MODE IS F.
000039        01  TRANLOG-REC.
000040            05  TRANLOG-CODFUN          PIC X(04).
000041            05  TRANLOG-OPERACAO        PIC X(01).
000042            05  TRANLOG-CAMPO           PIC X(15).
000043            05  TRANLOG-VALOR-ANTIGO    PIC X(30).
000044            05  TRANLOG-VALOR-NOVO      PIC X(30).
000045            05  TRANLOG-DATA-HORA       PIC X(21).
000046            05  TRANLOG-SQLCODE         PIC -999.
000047            05  TRANLOG-OPERADOR        PIC X(08).
000048            05  TRANLOG-CARTAO-LINHA1   PIC X(70).
000049            05  TRANLOG-CARTAO-LINHA2   PIC X(30).
000050        FD  RELPENDE-FILE
000051            RECORDING MODE IS F.
000052        01  RELPENDE-REC                PIC X(80).
000053        WORKING-STORAGE SECTION.
000054            EXEC SQL
000055                INCLUDE BOOKSPEN
000056            END-EXEC.
000057            EXEC SQL
000058                INCLUDE BOOKALCA
000059            END-EXEC.
000060            EXEC SQL
000061                INCLUDE BOOKFUNC
000062            END-EXEC.
000063            EXEC SQL
000064                INCLUDE BOOKHIST
000065            END-EXEC.
000066            EXEC SQL
000067                INCLUDE BOOKOPER
000068            END-EXEC.
000069            EXEC SQL
000070                INCLUDE SQLCA
000071            END-EXEC.
000071       *
000071       * PRAZO DA ALCADA EM DIAS (PADRAO SEM O REGISTRO DA ALCADA)
000071        77  WK-DIAS-PENDENCIA         PIC S9(3)    COMP-3 VALUE 5.
000072            EXEC SQL
000073                DECLARE PENDENTES CURSOR FOR
000074                    SELECT S.CODFUN, F.NOMEFUN, S.ORIGEM,
000075                           S.SALARIO-ANTIGO, S.SALARIO-NOVO,
000076                           S.OPER-SOLICITANTE,
000077                           DAYS(CURRENT DATE) - DAYS(S.TS-SOLICITACAO)
000078                        FROM EAD719.SALARIOS_PENDENTES S,
000079                             EAD719.FUNCIONARIOS F
000080                    WHERE S.STATUS = 'P'
000081                      AND F.CODFUN = S.CODFUN
000082                      AND DAYS(CURRENT DATE) - DAYS(S.TS-SOLICITACAO)
000083                          > :WK-DIAS-PENDENCIA
000084                    ORDER BY S.TS-SOLICITACAO
000085            END-EXEC.
000086        77  WK-SQLCODE-EDIT           PIC -999        VALUE ZEROS.
000087        77  WK-EOF-SYSIN              PIC X           VALUE 'N'.
000088        01  WK-ACCEPT.
000089            05 WK-FUNCAO-ACCEPT       PIC X           VALUE SPACES.
000090            05 WK-CODFUN-ACCEPT       PIC X(04)       VALUE SPACES.
000091            05 WK-MOTIVO-ACCEPT       PIC X(30)       VALUE SPACES.
000092        01  WK-ACCEPT-OPER-RED REDEFINES WK-ACCEPT.
000093            05 FILLER                 PIC X(01).
000094            05 WK-OPERADOR-ACCEPT     PIC X(08).
000095            05 FILLER                 PIC X(26).
000096       * CARTAO 'L': PERCENTUAL, VALOR E DIAS DA ALCADA
000097        01  WK-ACCEPT-ALCADA-RED REDEFINES WK-ACCEPT.
000098            05 FILLER                 PIC X(01).
000099            05 WK-PERC-ACCEPT         PIC 9(03)V99.
000100            05 WK-VALOR-ACCEPT        PIC 9(06)V99.
000101            05 WK-DIAS-ACCEPT         PIC 9(03).
000102            05 FILLER                 PIC X(18).
000103       *
000104        77  WK-CARTAO-VALIDO          PIC X           VALUE 'S'.
000105        77  WK-SALARIO-EDIT           PIC ZZZ.ZZ9,99  VALUE ZEROS.
000106        77  WK-SALARIO-MIN-CARGO      PIC S9(6)V99 COMP-3 VALUE ZEROS.
000107        77  WK-SALARIO-MAX-CARGO      PIC S9(6)V99 COMP-3 VALUE ZEROS.
000108       *
000109       * ALCADA EM VIGOR (SEM O REGISTRO VALE O PADRAO, O MESMO
000110       * DO EAD71918 E DO EAD71923)
000111        77  WK-PERC-ALCADA            PIC S9(3)V99 COMP-3 VALUE 10.
000112        77  WK-VALOR-ALCADA           PIC S9(6)V99 COMP-3 VALUE 1000.
000114        77  WK-PERC-EDIT              PIC ZZ9,99      VALUE ZEROS.
000115        77  WK-DIAS-EDIT              PIC ZZ9         VALUE ZEROS.
000116       *
000117       * RELATORIO DE ENVELHECIMENTO DAS PENDENCIAS
000118        77  WK-DIAS-PENDENTE          PIC S9(09) COMP VALUE ZEROS.
000119        77  WK-DIAS-PENDENTE-EDIT     PIC ZZZZ9       VALUE ZEROS.
000120        77  WK-SALARIO-NOVO-EDIT      PIC ZZZ.ZZ9,99  VALUE ZEROS.
000121        77  WK-QTD-ATRASADAS          PIC 9(05)       VALUE ZEROS.
000122        77  WK-QTD-EM-ABERTO          PIC S9(09) COMP VALUE ZEROS.
000123       *
000124        01  WK-RESUMO-LOTE.
000125            05  WK-QTD-APROVACAO-OK   PIC 9(05)  VALUE ZEROS.
000126            05  WK-QTD-APROVACAO-REJ  PIC 9(05)  VALUE ZEROS.
000127            05  WK-QTD-REJEICAO-OK    PIC 9(05)  VALUE ZEROS.
000128            05  WK-QTD-REJEICAO-REJ   PIC 9(05)  VALUE ZEROS.
000129            05  WK-QTD-ALCADA-OK      PIC 9(05)  VALUE ZEROS.
000130            05  WK-QTD-ALCADA-REJ     PIC 9(05)  VALUE ZEROS.
000131            05  WK-QTD-FUNCAO-INVALIDA PIC 9(05) VALUE ZEROS.
000132            05  WK-QTD-NAO-AUTORIZADA PIC 9(05)  VALUE ZEROS.
000133        77  WK-RESUMO-EDIT            PIC ZZ.ZZ9 VALUE ZEROS.
000134       *
000135       * IDENTIFICACAO E AUTORIZACAO DO OPERADOR (CARTAO 'O')
000136        77  WK-OPERADOR-OK            PIC X      VALUE 'N'.
000137        77  WK-FUNCAO-AUTORIZADA      PIC X      VALUE 'N'.
000138        77  WK-IND-FUNCAO             PIC 9(02) COMP VALUE ZEROS.
000139       *
000140        PROCEDURE DIVISION.
000141        000-PRINCIPAL SECTION.
000142        001-PRINCIPAL.
000143            PERFORM 101-INICIAR.
000144            PERFORM 201-PROCESSAR UNTIL WK-EOF-SYSIN = 'S'.
000145            PERFORM 401-LISTA-PENDENTES.
000146            PERFORM 901-FINALIZAR.
000147            STOP RUN.
000148       *******************************************************
000149        100-INICIAR SECTION.
000150        101-INICIAR.
000151            OPEN INPUT TRANSACAO-FILE.
000152            OPEN OUTPUT TRANLOG-FILE.
000153            OPEN OUTPUT RELPENDE-FILE.
000154            PERFORM 111-LER-ALCADA.
000155            PERFORM 301-LER-TRANSACAO.
000156       *
000157        111-LER-ALCADA.
000158            EXEC SQL
000159                SELECT PERC-LIMITE, VALOR-LIMITE, DIAS-PENDENCIA
000160                    INTO :ALC-PERC-LIMITE, :ALC-VALOR-LIMITE,
000161                         :ALC-DIAS-PENDENCIA
000162                    FROM EAD719.ALCADA_SALARIO
000163            END-EXEC.
000164            EVALUATE SQLCODE
000165                WHEN 0
000166                    MOVE ALC-PERC-LIMITE    TO WK-PERC-ALCADA
000167                    MOVE ALC-VALOR-LIMITE   TO WK-VALOR-ALCADA
000168                    MOVE ALC-DIAS-PENDENCIA TO WK-DIAS-PENDENCIA
000169                WHEN 100
000170                    DISPLAY 'ALCADA SALARIAL NAO CADASTRADA -'
000171                            ' ASSUMIDO O PADRAO DO PROGRAMA'
000172                WHEN OTHER
000173                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000174                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000175                            ' NO SELECT DA ALCADA SALARIAL'
000176                    MOVE 12 TO RETURN-CODE
000177                    STOP RUN
000178            END-EVALUATE.
000179       *******************************************************
000180        200-PROCESSAR SECTION.
000181        201-PROCESSAR.
000182            IF WK-FUNCAO-ACCEPT = 'O'
000183                PERFORM 208-IDENTIFICA-OPERADOR
000184            ELSE
000185                PERFORM 209-VERIFICA-AUTORIZACAO
000186                IF WK-FUNCAO-AUTORIZADA = 'S'
000187                    EVALUATE WK-FUNCAO-ACCEPT
000188                        WHEN 'A'
000189                            PERFORM 202-APROVACAO
000190                        WHEN 'R'
000191                            PERFORM 203-REJEICAO
000192                        WHEN 'L'
000193                            PERFORM 204-ALTERA-ALCADA
000194                        WHEN OTHER
000195                            DISPLAY 'FUNCAO ' WK-FUNCAO-ACCEPT
000196                                    ' INVALIDA!'
000197                            ADD 1 TO WK-QTD-FUNCAO-INVALIDA
000198                    END-EVALUATE
000199                END-IF
000200            END-IF.
000201            PERFORM 301-LER-TRANSACAO.
000202       *
000203        208-IDENTIFICA-OPERADOR.
000204            MOVE WK-OPERADOR-ACCEPT TO OPR-OPERADOR.
000205            MOVE 'EAD71964'         TO OPR-PROGRAMA.
000206            MOVE SPACES             TO OPR-FUNCOES.
000207            MOVE 'N'                TO WK-OPERADOR-OK.
000208            EXEC SQL
000209                SELECT FUNCOES INTO :OPR-FUNCOES
000210                    FROM EAD719.OPERADORES
000211                    WHERE OPERADOR = :OPR-OPERADOR
000212                      AND PROGRAMA = :OPR-PROGRAMA
000213                      AND STATUS = 'A'
000214            END-EXEC.
000215            EVALUATE SQLCODE
000216                WHEN 0
000217                    MOVE 'S' TO WK-OPERADOR-OK
000218                    DISPLAY 'OPERADOR ' OPR-OPERADOR
000219                            ' IDENTIFICADO.'
000220                WHEN 100
000221                    DISPLAY 'OPERADOR ' OPR-OPERADOR
000222                            ' NAO CADASTRADO PARA O PROGRAMA!'
000223                WHEN OTHER
000224                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000225                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000226                            ' NO SELECT DO OPERADOR'
000227                    MOVE 12 TO RETURN-CODE
000228                    STOP RUN
000229            END-EVALUATE.
000230       *
000231        209-VERIFICA-AUTORIZACAO.
000232            MOVE 'N' TO WK-FUNCAO-AUTORIZADA.
000233            IF WK-OPERADOR-OK NOT = 'S'
000234                DISPLAY 'TRANSACAO ' WK-FUNCAO-ACCEPT ' '
000235                        WK-CODFUN-ACCEPT ' SEM OPERADOR'
000236                        ' IDENTIFICADO - REJEITADA!'
000237                ADD 1 TO WK-QTD-NAO-AUTORIZADA
000238                EXIT PARAGRAPH
000239            END-IF.
000240            PERFORM VARYING WK-IND-FUNCAO FROM 1 BY 1
000241                UNTIL WK-IND-FUNCAO > 8
000242                   OR WK-FUNCAO-AUTORIZADA = 'S'
000243                IF OPR-FUNCOES(WK-IND-FUNCAO:1) =
000244                   WK-FUNCAO-ACCEPT
000245                   AND WK-FUNCAO-ACCEPT NOT = SPACES
000246                    MOVE 'S' TO WK-FUNCAO-AUTORIZADA
000247                END-IF
000248            END-PERFORM.
000249            IF WK-FUNCAO-AUTORIZADA NOT = 'S'
000250                DISPLAY 'OPERADOR ' OPR-OPERADOR
000251                        ' NAO AUTORIZADO A FUNCAO '
000252                        WK-FUNCAO-ACCEPT ' ('
000253                        WK-CODFUN-ACCEPT ') - REJEITADA!'
000254                ADD 1 TO WK-QTD-NAO-AUTORIZADA
000255            END-IF.
000256       *
000257       * APROVACAO: SO AQUI O SALARIO NOVO E GRAVADO EM
000258       * FUNCIONARIOS, NO HISTORICO E NO TRANLOG. O UPDATE CONFERE
000259       * O SALARIO ANTIGO DA SOLICITACAO, PARA NAO APROVAR POR
000260       * CIMA DE UMA ALTERACAO FEITA DEPOIS DELA
000261        202-APROVACAO.
000262            PERFORM 221-BUSCA-PENDENTE.
000263            IF WK-CARTAO-VALIDO = 'S'
000264                PERFORM 222-VERIFICA-APROVADOR
000265            END-IF.
000266            IF WK-CARTAO-VALIDO = 'S'
000267                PERFORM 223-VALIDA-FAIXA-CARGO
000268            END-IF.
000269            IF WK-CARTAO-VALIDO NOT = 'S'
000270                ADD 1 TO WK-QTD-APROVACAO-REJ
000271                EXIT PARAGRAPH
000272            END-IF.
000273            EXEC SQL
000274                UPDATE EAD719.FUNCIONARIOS
000275                    SET SALARIOFUN = :SPE-SALARIO-NOVO,
000276                        TS-ULT-ALTERACAO = CURRENT TIMESTAMP
000277                    WHERE CODFUN = :SPE-CODFUN
000278                      AND STATUSFUN = 'A'
000279                      AND SALARIOFUN = :SPE-SALARIO-ANTIGO
000280            END-EXEC.
000281            EVALUATE SQLCODE
000282                WHEN 0
000283                    CONTINUE
000284                WHEN 100
000285                    DISPLAY 'SALARIO DO FUNCIONARIO ' SPE-CODFUN
000286                            ' MUDOU DEPOIS DA SOLICITACAO -'
000287                            ' APROVACAO REJEITADA!'
000288                    ADD 1 TO WK-QTD-APROVACAO-REJ
000289                    EXIT PARAGRAPH
000290                WHEN OTHER
000291                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000292                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000293                            ' NO COMANDO UPDATE DO SALARIO'
000294                    MOVE 12 TO RETURN-CODE
000295                    STOP RUN
000296            END-EVALUATE.
000297            PERFORM 261-GRAVA-HIST.
000298            PERFORM 271-GRAVA-TRANLOG.
000299            MOVE 'A'    TO SPE-STATUS.
000300            MOVE SPACES TO SPE-MOTIVO.
000301            PERFORM 281-GRAVA-DECISAO.
000302            DISPLAY 'SALARIO DO FUNCIONARIO ' SPE-CODFUN
000303                    ' APROVADO E ALTERADO PARA ' WK-SALARIO-EDIT.
000304            ADD 1 TO WK-QTD-APROVACAO-OK.
000305       *
000306        203-REJEICAO.
000307            PERFORM 221-BUSCA-PENDENTE.
000308            IF WK-CARTAO-VALIDO = 'S'
000309                PERFORM 222-VERIFICA-APROVADOR
000310            END-IF.
000311            IF WK-CARTAO-VALIDO = 'S'
000312               AND WK-MOTIVO-ACCEPT = SPACES
000313                DISPLAY 'REJEICAO DO FUNCIONARIO ' WK-CODFUN-ACCEPT
000314                        ' SEM MOTIVO!'
000315                MOVE 'N' TO WK-CARTAO-VALIDO
000316            END-IF.
000317            IF WK-CARTAO-VALIDO NOT = 'S'
000318                ADD 1 TO WK-QTD-REJEICAO-REJ
000319                EXIT PARAGRAPH
000320            END-IF.
000321            MOVE 'R'              TO SPE-STATUS.
000322            MOVE WK-MOTIVO-ACCEPT TO SPE-MOTIVO.
000323            PERFORM 281-GRAVA-DECISAO.
000324            DISPLAY 'ALTERACAO DE SALARIO DO FUNCIONARIO ' SPE-CODFUN
000325                    ' REJEITADA.'.
000326            ADD 1 TO WK-QTD-REJEICAO-OK.
000327       *
000328       * ALCADA: REGISTRO UNICO; NA PRIMEIRA VEZ E INCLUIDO
000329        204-ALTERA-ALCADA.
000330            IF WK-PERC-ACCEPT NOT NUMERIC
000331               OR WK-VALOR-ACCEPT NOT NUMERIC
000332               OR WK-DIAS-ACCEPT NOT NUMERIC
000333                DISPLAY 'CARTAO DE ALCADA COM PERCENTUAL, VALOR OU'
000334                        ' DIAS INVALIDO!'
000335                ADD 1 TO WK-QTD-ALCADA-REJ
000336                EXIT PARAGRAPH
000337            END-IF.
000338            IF WK-PERC-ACCEPT = 0 AND WK-VALOR-ACCEPT = 0
000339                DISPLAY 'CARTAO DE ALCADA SEM PERCENTUAL E SEM'
000340                        ' VALOR!'
000341                ADD 1 TO WK-QTD-ALCADA-REJ
000342                EXIT PARAGRAPH
000343            END-IF.
000344            MOVE WK-PERC-ACCEPT  TO ALC-PERC-LIMITE.
000345            MOVE WK-VALOR-ACCEPT TO ALC-VALOR-LIMITE.
000346            MOVE WK-DIAS-ACCEPT  TO ALC-DIAS-PENDENCIA.
000347            MOVE OPR-OPERADOR    TO ALC-OPERADOR.
000348            EXEC SQL
000349                UPDATE EAD719.ALCADA_SALARIO
000350                    SET PERC-LIMITE = :ALC-PERC-LIMITE,
000351                        VALOR-LIMITE = :ALC-VALOR-LIMITE,
000352                        DIAS-PENDENCIA = :ALC-DIAS-PENDENCIA,
000353                        OPERADOR = :ALC-OPERADOR,
000354                        TS-ULT-ALTERACAO = CURRENT TIMESTAMP
000355            END-EXEC.
000356            IF SQLCODE = 100
000357                EXEC SQL
000358                    INSERT INTO EAD719.ALCADA_SALARIO
000359                    VALUES(:ALC-PERC-LIMITE,
000360                           :ALC-VALOR-LIMITE,
000361                           :ALC-DIAS-PENDENCIA,
000362                           :ALC-OPERADOR,
000363                           CURRENT TIMESTAMP)
000364                END-EXEC
000365            END-IF.
000366            IF SQLCODE NOT = 0
000367                MOVE SQLCODE TO WK-SQLCODE-EDIT
000368                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000369                        ' NA GRAVACAO DA ALCADA SALARIAL'
000370                MOVE 12 TO RETURN-CODE
000371                STOP RUN
000372            END-IF.
000373            MOVE ALC-PERC-LIMITE    TO WK-PERC-ALCADA.
000374            MOVE ALC-VALOR-LIMITE   TO WK-VALOR-ALCADA.
000375            MOVE ALC-DIAS-PENDENCIA TO WK-DIAS-PENDENCIA.
000376            MOVE WK-PERC-ALCADA     TO WK-PERC-EDIT.
000377            MOVE WK-VALOR-ALCADA    TO WK-SALARIO-EDIT.
000378            MOVE WK-DIAS-PENDENCIA  TO WK-DIAS-EDIT.
000379            DISPLAY 'ALCADA SALARIAL ALTERADA: ' WK-PERC-EDIT
000380                    '% OU ' WK-SALARIO-EDIT ', PRAZO '
000381                    WK-DIAS-EDIT ' DIAS.'.
000382            ADD 1 TO WK-QTD-ALCADA-OK.
000383       *******************************************************
000384        220-VALIDA-CARTAO SECTION.
000385        221-BUSCA-PENDENTE.
000386            MOVE 'S' TO WK-CARTAO-VALIDO.
000387            IF WK-CODFUN-ACCEPT = SPACES
000388                DISPLAY 'CARTAO ' WK-FUNCAO-ACCEPT
000389                        ' SEM FUNCIONARIO!'
000390                MOVE 'N' TO WK-CARTAO-VALIDO
000391                EXIT PARAGRAPH
000392            END-IF.
000393            MOVE WK-CODFUN-ACCEPT TO SPE-CODFUN.
000394            EXEC SQL
000395                SELECT TS-SOLICITACAO, ORIGEM, SALARIO-ANTIGO,
000396                       SALARIO-NOVO, OPER-SOLICITANTE,
000397                       CARTAO-LINHA1, CARTAO-LINHA2,
000398                       CHAR(SALARIO-ANTIGO)
000399                    INTO :SPE-TS-SOLICITACAO, :SPE-ORIGEM,
000400                         :SPE-SALARIO-ANTIGO, :SPE-SALARIO-NOVO,
000401                         :SPE-OPER-SOLICITANTE,
000402                         :SPE-CARTAO-LINHA1, :SPE-CARTAO-LINHA2,
000403                         :HIST-VALOR-ANTIGO
000404                    FROM EAD719.SALARIOS_PENDENTES
000405                    WHERE CODFUN = :SPE-CODFUN
000406                      AND STATUS = 'P'
000407            END-EXEC.
000408            EVALUATE SQLCODE
000409                WHEN 0
000410                    CONTINUE
000411                WHEN 100
000412                    DISPLAY 'FUNCIONARIO ' SPE-CODFUN
000413                            ' SEM ALTERACAO DE SALARIO PENDENTE!'
000414                    MOVE 'N' TO WK-CARTAO-VALIDO
000415                WHEN OTHER
000416                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000417                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000418                            ' NA CONSULTA DA PENDENCIA DE SALARIO'
000419                    MOVE 12 TO RETURN-CODE
000420                    STOP RUN
000421            END-EVALUATE.
000422       *
000423        222-VERIFICA-APROVADOR.
000424            IF OPR-OPERADOR = SPE-OPER-SOLICITANTE
000425                DISPLAY 'OPERADOR ' OPR-OPERADOR
000426                        ' E O SOLICITANTE DA ALTERACAO DO'
000427                        ' FUNCIONARIO ' SPE-CODFUN
000428                        ' - DECISAO CABE A OUTRO OPERADOR!'
000429                MOVE 'N' TO WK-CARTAO-VALIDO
000430            END-IF.
000431       *
000432       * A FAIXA E CONFERIDA DE NOVO CONTRA O CARGO EM VIGOR NA
000433       * APROVACAO: NUMA PROMOCAO, O CARGO NOVO PODE TER SIDO
000434       * RECUSADO NO EAD71918 ENQUANTO O SALARIO FICOU PENDENTE
000435        223-VALIDA-FAIXA-CARGO.
000436            MOVE SPACES TO DB2-CARGOFUN.
000437            EXEC SQL
000438                SELECT CARGOFUN INTO :DB2-CARGOFUN
000439                    FROM EAD719.FUNCIONARIOS
000440                    WHERE CODFUN = :SPE-CODFUN
000441                      AND STATUSFUN = 'A'
000442            END-EXEC.
000443            EVALUATE SQLCODE
000444                WHEN 0
000445                    CONTINUE
000446                WHEN 100
000447                    DISPLAY 'FUNCIONARIO ' SPE-CODFUN
000448                            ' NAO EXISTE OU NAO ESTA ATIVO!'
000449                    MOVE 'N' TO WK-CARTAO-VALIDO
000450                    EXIT PARAGRAPH
000451                WHEN OTHER
000452                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000453                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000454                            ' NO SELECT DO FUNCIONARIO'
000455                    MOVE 12 TO RETURN-CODE
000456                    STOP RUN
000457            END-EVALUATE.
000458            IF DB2-CARGOFUN = SPACES
000459                EXIT PARAGRAPH
000460            END-IF.
000461            EXEC SQL
000462                SELECT SALARIO-MIN, SALARIO-MAX
000463                    INTO :WK-SALARIO-MIN-CARGO,
000464                         :WK-SALARIO-MAX-CARGO
000465                    FROM EAD719.CARGOS
000466                    WHERE CODCARGO = :DB2-CARGOFUN
000467                      AND STATUSCARGO = 'A'
000468            END-EXEC.
000469            EVALUATE SQLCODE
000470                WHEN 0
000471                    CONTINUE
000472                WHEN 100
000473                    EXIT PARAGRAPH
000474                WHEN OTHER
000475                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000476                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000477                            ' NO COMANDO SELECT DO CARGO'
000478                    MOVE 12 TO RETURN-CODE
000479                    STOP RUN
000480            END-EVALUATE.
000481            IF SPE-SALARIO-NOVO < WK-SALARIO-MIN-CARGO
000482               OR SPE-SALARIO-NOVO > WK-SALARIO-MAX-CARGO
000483                MOVE SPE-SALARIO-NOVO TO WK-SALARIO-EDIT
000484                DISPLAY 'SALARIO ' WK-SALARIO-EDIT
000485                        ' FORA DA FAIXA DO CARGO '
000486                        DB2-CARGOFUN ' DO FUNCIONARIO '
000487                        SPE-CODFUN '!'
000488                MOVE 'N' TO WK-CARTAO-VALIDO
000489            END-IF.
000490       *******************************************************
000491       * HISTORICO NO MESMO FORMATO DO 211/261 DO EAD71918; O
000492       * OPERADOR DO HISTORICO E O SOLICITANTE DA ALTERACAO E O
000493       * DO TRANLOG E QUEM APROVOU (OS DOIS FICAM TAMBEM EM
000494       * EAD719.SALARIOS_PENDENTES)
000495        260-GRAVA-HIST SECTION.
000496        261-GRAVA-HIST.
000497            MOVE SPE-CODFUN       TO HIST-CODFUN.
000498            MOVE 'SALARIOFUN'     TO HIST-CAMPO.
000499            MOVE SPE-SALARIO-NOVO TO WK-SALARIO-EDIT.
000500            MOVE WK-SALARIO-EDIT  TO HIST-VALOR-NOVO.
000501            MOVE FUNCTION CURRENT-DATE TO HIST-DATA-HORA.
000502            MOVE SPE-OPER-SOLICITANTE  TO HIST-OPERADOR.
000503            EXEC SQL
000504                INSERT INTO EAD719.FUNCIONARIOS_HIST
000505                VALUES(:HIST-CODFUN,
000506                       :HIST-CAMPO,
000507                       :HIST-VALOR-ANTIGO,
000508                       :HIST-VALOR-NOVO,
000509                       :HIST-DATA-HORA,
000510                       :HIST-OPERADOR)
000511            END-EXEC.
000512            EVALUATE SQLCODE
000513                WHEN 0
000514                    CONTINUE
000515                WHEN OTHER
000516                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000517                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000518                            ' NO COMANDO INSERT DO HISTORICO'
000519                    MOVE 12 TO RETURN-CODE
000520                    STOP RUN
000521            END-EVALUATE.
000522       *******************************************************
000523        270-GRAVA-TRANLOG SECTION.
000524        271-GRAVA-TRANLOG.
000525            MOVE HIST-CODFUN         TO TRANLOG-CODFUN.
000526            MOVE 'A'                 TO TRANLOG-OPERACAO.
000527            MOVE HIST-CAMPO          TO TRANLOG-CAMPO.
000528            MOVE HIST-VALOR-ANTIGO   TO TRANLOG-VALOR-ANTIGO.
000529            MOVE HIST-VALOR-NOVO     TO TRANLOG-VALOR-NOVO.
000530            MOVE FUNCTION CURRENT-DATE TO TRANLOG-DATA-HORA.
000531            MOVE ZEROS               TO TRANLOG-SQLCODE.
000532            MOVE OPR-OPERADOR        TO TRANLOG-OPERADOR.
000533            MOVE SPE-CARTAO-LINHA1   TO TRANLOG-CARTAO-LINHA1.
000534            MOVE SPE-CARTAO-LINHA2   TO TRANLOG-CARTAO-LINHA2.
000535            WRITE TRANLOG-REC.
000536       *******************************************************
000537        280-GRAVA-DECISAO SECTION.
000538        281-GRAVA-DECISAO.
000539            MOVE OPR-OPERADOR TO SPE-OPER-DECISAO.
000540            EXEC SQL
000541                UPDATE EAD719.SALARIOS_PENDENTES
000542                    SET STATUS = :SPE-STATUS,
000543                        OPER-DECISAO = :SPE-OPER-DECISAO,
000544                        TS-DECISAO = CURRENT TIMESTAMP,
000545                        MOTIVO = :SPE-MOTIVO
000546                    WHERE CODFUN = :SPE-CODFUN
000547                      AND TS-SOLICITACAO = :SPE-TS-SOLICITACAO
000548                      AND STATUS = 'P'
000549            END-EXEC.
000550            IF SQLCODE NOT = 0
000551                MOVE SQLCODE TO WK-SQLCODE-EDIT
000552                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000553                        ' NA GRAVACAO DA DECISAO DA PENDENCIA'
000554                MOVE 12 TO RETURN-CODE
000555                STOP RUN
000556            END-IF.
000557       *******************************************************
000558        300-LER-TRANSACAO SECTION.
000559        301-LER-TRANSACAO.
000560            READ TRANSACAO-FILE INTO WK-ACCEPT
000561                AT END
000562                    MOVE 'S' TO WK-EOF-SYSIN
000563            END-READ.
000564       *******************************************************
000565       * PENDENCIAS AINDA SEM DECISAO HA MAIS DIAS QUE O PRAZO
000566       * DA ALCADA (JA COM AS DECISOES DESTE LOTE)
000567        400-LISTA-PENDENTES SECTION.
000568        401-LISTA-PENDENTES.
000569            MOVE WK-DIAS-PENDENCIA TO WK-DIAS-EDIT.
000570            MOVE SPACES TO RELPENDE-REC.
000571            STRING 'EAD719 - ALTERACOES DE SALARIO PENDENTES HA MAIS'
000572                ' DE ' WK-DIAS-EDIT ' DIAS'
000573                DELIMITED BY SIZE INTO RELPENDE-REC
000574            END-STRING.
000575            WRITE RELPENDE-REC.
000576            MOVE SPACES TO RELPENDE-REC.
000577            STRING 'FUNC NOME                 ORIGEM   SOLICIT.'
000578                ' SAL.ANTIGO  SAL. NOVO  DIAS'
000579                DELIMITED BY SIZE INTO RELPENDE-REC
000580            END-STRING.
000581            WRITE RELPENDE-REC.
000582            EXEC SQL
000583                OPEN PENDENTES
000584            END-EXEC.
000585            EVALUATE SQLCODE
000586                WHEN 0
000587                    PERFORM 421-LER-PENDENTES
000588                    PERFORM 402-IMPRIME-PENDENTE UNTIL SQLCODE = 100
000589                WHEN 100
000590                    CONTINUE
000591                WHEN OTHER
000592                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000593                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000594                            ' NO COMANDO OPEN CURSOR'
000595                    MOVE 12 TO RETURN-CODE
000596                    STOP RUN
000597            END-EVALUATE.
000598            EXEC SQL
000599                CLOSE PENDENTES
000600            END-EXEC.
000601            EXEC SQL
000602                SELECT COUNT(*) INTO :WK-QTD-EM-ABERTO
000603                    FROM EAD719.SALARIOS_PENDENTES
000604                    WHERE STATUS = 'P'
000605            END-EXEC.
000605            IF SQLCODE NOT = 0
000605                MOVE SQLCODE TO WK-SQLCODE-EDIT
000605                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000605                        ' NA CONTAGEM DAS PENDENCIAS EM ABERTO'
000605                MOVE 12 TO RETURN-CODE
000605                STOP RUN
000605            END-IF.
000606            MOVE SPACES TO RELPENDE-REC.
000607            WRITE RELPENDE-REC.
000608            MOVE WK-QTD-ATRASADAS TO WK-RESUMO-EDIT.
000609            MOVE SPACES TO RELPENDE-REC.
000610            STRING 'PENDENCIAS FORA DO PRAZO ... ' WK-RESUMO-EDIT
000611                DELIMITED BY SIZE INTO RELPENDE-REC
000612            END-STRING.
000613            WRITE RELPENDE-REC.
000614            MOVE WK-QTD-EM-ABERTO TO WK-RESUMO-EDIT.
000615            MOVE SPACES TO RELPENDE-REC.
000616            STRING 'PENDENCIAS EM ABERTO ....... ' WK-RESUMO-EDIT
000617                DELIMITED BY SIZE INTO RELPENDE-REC
000618            END-STRING.
000619            WRITE RELPENDE-REC.
000620       *
000621        402-IMPRIME-PENDENTE.
000622            ADD 1 TO WK-QTD-ATRASADAS.
000623            MOVE SPE-SALARIO-ANTIGO TO WK-SALARIO-EDIT.
000624            MOVE SPE-SALARIO-NOVO   TO WK-SALARIO-NOVO-EDIT.
000625            MOVE WK-DIAS-PENDENTE   TO WK-DIAS-PENDENTE-EDIT.
000626            MOVE SPACES TO RELPENDE-REC.
000627            STRING SPE-CODFUN ' ' DB2-NOMEFUN-TEXT(1:20) ' '
000628                SPE-ORIGEM ' ' SPE-OPER-SOLICITANTE ' '
000629                WK-SALARIO-EDIT ' ' WK-SALARIO-NOVO-EDIT ' '
000630                WK-DIAS-PENDENTE-EDIT
000631                DELIMITED BY SIZE INTO RELPENDE-REC
000632            END-STRING.
000633            WRITE RELPENDE-REC.
000634            PERFORM 421-LER-PENDENTES.
000635       *
000636        421-LER-PENDENTES.
000637            MOVE SPACES TO DB2-NOMEFUN-TEXT.
000638            EXEC SQL
000639                FETCH PENDENTES
000640                  INTO :SPE-CODFUN,
000641                       :DB2-NOMEFUN,
000642                       :SPE-ORIGEM,
000643                       :SPE-SALARIO-ANTIGO,
000644                       :SPE-SALARIO-NOVO,
000645                       :SPE-OPER-SOLICITANTE,
000646                       :WK-DIAS-PENDENTE
000647            END-EXEC.
000648            EVALUATE SQLCODE
000649                WHEN 0
000650                    CONTINUE
000651                WHEN 100
000652                    CONTINUE
000653                WHEN OTHER
000654                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000655                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000656                            ' NO COMANDO FETCH'
000657                    MOVE 12 TO RETURN-CODE
000658                    STOP RUN
000659            END-EVALUATE.
000660       *******************************************************
000661        900-FINALIZAR SECTION.
000662        901-FINALIZAR.
000663            CLOSE TRANSACAO-FILE.
000664            CLOSE TRANLOG-FILE.
000665            CLOSE RELPENDE-FILE.
000666            EXEC SQL
000667                COMMIT
000668            END-EXEC.
000669            DISPLAY '*********************************************'.
000670            DISPLAY '*   RESUMO DO LOTE DE TRANSACOES EAD71964  *'.
000671            DISPLAY '*********************************************'.
000672            MOVE WK-QTD-APROVACAO-OK  TO WK-RESUMO-EDIT.
000673            DISPLAY 'APROVACOES APLICADAS  : ' WK-RESUMO-EDIT.
000674            MOVE WK-QTD-APROVACAO-REJ TO WK-RESUMO-EDIT.
000675            DISPLAY 'APROVACOES REJEITADAS : ' WK-RESUMO-EDIT.
000676            MOVE WK-QTD-REJEICAO-OK   TO WK-RESUMO-EDIT.
000677            DISPLAY 'REJEICOES  APLICADAS  : ' WK-RESUMO-EDIT.
000678            MOVE WK-QTD-REJEICAO-REJ  TO WK-RESUMO-EDIT.
000679            DISPLAY 'REJEICOES  REJEITADAS : ' WK-RESUMO-EDIT.
000680            MOVE WK-QTD-ALCADA-OK     TO WK-RESUMO-EDIT.
000681            DISPLAY 'ALCADAS    APLICADAS  : ' WK-RESUMO-EDIT.
000682            MOVE WK-QTD-ALCADA-REJ    TO WK-RESUMO-EDIT.
000683            DISPLAY 'ALCADAS    REJEITADAS : ' WK-RESUMO-EDIT.
000684            MOVE WK-QTD-FUNCAO-INVALIDA TO WK-RESUMO-EDIT.
000685            DISPLAY 'TRANSACOES INVALIDAS  : ' WK-RESUMO-EDIT.
000686            MOVE WK-QTD-NAO-AUTORIZADA TO WK-RESUMO-EDIT.
000687            DISPLAY 'NAO AUTORIZADAS       : ' WK-RESUMO-EDIT.
000688            MOVE WK-QTD-ATRASADAS     TO WK-RESUMO-EDIT.
000689            DISPLAY 'PENDENCIAS FORA PRAZO : ' WK-RESUMO-EDIT.
000690            DISPLAY '*********************************************'.
000691            IF WK-QTD-ATRASADAS > 0
000692                MOVE 04 TO RETURN-CODE
000693            END-IF.
