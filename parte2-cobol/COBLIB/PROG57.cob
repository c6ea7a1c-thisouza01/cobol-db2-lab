000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID.    EAD71957.
000003        AUTHOR.        THIAGO.
000004       *********************************************************
000005       * RETENCAO E LIBERACAO DE PAGAMENTOS DA FOLHA            *
000006       * (EAD719.RETENCOES_PAGAMENTO) VIA CARTOES, PELOS        *
000007       * SUPERVISORES DA FOLHA + LISTAGEM DAS RETENCOES ABERTAS *
000008       * CARTAO 'O' NO TOPO DO LOTE IDENTIFICA O OPERADOR E     *
000009       * CADA FUNCAO E CONFERIDA CONTRA EAD719.OPERADORES       *
000010       * FUNCOES: R=RETEM O FUNCIONARIO NA COMPETENCIA (SAI DA  *
000011       * REMESSA DO EAD71927) L=LIBERA O RETIDO PARA A REMESSA  *
000012       * COMPLEMENTAR OU DA COMO CONFERIDA A EXCECAO APONTADA   *
000013       * PELO EAD71956 SEM RETER O PAGAMENTO                    *
000014       *********************************************************
000015       *
000016        ENVIRONMENT DIVISION.
000017        CONFIGURATION SECTION.
000018        SPECIAL-NAMES.
000019            DECIMAL-POINT IS COMMA.
000020        INPUT-OUTPUT SECTION.
000021        FILE-CONTROL.
000022            SELECT TRANSACAO-FILE ASSIGN TO SYSIN
000023                ORGANIZATION IS SEQUENTIAL.
000024            SELECT RELRETEN-FILE ASSIGN TO RELRETEN
000025                ORGANIZATION IS SEQUENTIAL.
000026       *
000027        DATA DIVISION.
000028        FILE SECTION.
000029        FD  TRANSACAO-FILE
000030            RECORDING MODE IS F.
000031        01  TRANSACAO-REC               PIC X(80).
000032        FD  RELRETEN-FILE
000033            RECORDING MODE IS F.
000034        01  RELRETEN-REC                PIC X(80).
000035        WORKING-STORAGE SECTION.
000036            EXEC SQL
000037                INCLUDE BOOKRETE
000038            END-EXEC.
000039            EXEC SQL
000040                INCLUDE BOOKFOLH
000041            END-EXEC.
000042            EXEC SQL
000043                INCLUDE BOOKFUNC
000044            END-EXEC.
000045            EXEC SQL
000046                INCLUDE BOOKOPER
000047            END-EXEC.
000048            EXEC SQL
000049                INCLUDE SQLCA
000050            END-EXEC.
000051            EXEC SQL
000052                DECLARE RETIDOS CURSOR FOR
000053                    SELECT R.COMPETENCIA, R.CODFUN, F.NOMEFUN,
000054                           M.DEPTOFUN, M.LIQUIDO, R.MOTIVO,
000055                           R.OPER-RETENCAO
000056                        FROM EAD719.RETENCOES_PAGAMENTO R,
000057                             EAD719.FOLHA_MENSAL M,
000058                             EAD719.FUNCIONARIOS F
000059                    WHERE R.STATUS = 'R'
000060                      AND M.CODFUN = R.CODFUN
000061                      AND M.COMPETENCIA = R.COMPETENCIA
000062                      AND F.CODFUN = R.CODFUN
000063                    ORDER BY R.COMPETENCIA, R.CODFUN
000064            END-EXEC.
000065        77  WK-SQLCODE-EDIT           PIC -999        VALUE ZEROS.
000066        77  WK-EOF-SYSIN              PIC X           VALUE 'N'.
000067        01  WK-ACCEPT.
000068            05 WK-FUNCAO-ACCEPT       PIC X           VALUE SPACES.
000069            05 WK-CODFUN-ACCEPT       PIC X(04)       VALUE SPACES.
000070            05 WK-COMPETENCIA-ACCEPT  PIC X(07)       VALUE SPACES.
000071            05 WK-MOTIVO-ACCEPT       PIC X(30)       VALUE SPACES.
000072        01  WK-ACCEPT-OPER-RED REDEFINES WK-ACCEPT.
000073            05 FILLER                 PIC X(01).
000074            05 WK-OPERADOR-ACCEPT     PIC X(08).
000075            05 FILLER                 PIC X(33).
000076       *
000077        77  WK-CARTAO-VALIDO          PIC X           VALUE 'S'.
000078        77  WK-STATUS-ATUAL           PIC X           VALUE SPACES.
000079        77  WK-QTD-PAGAMENTOS         PIC S9(09) COMP VALUE ZEROS.
000080       *
000081       * LISTAGEM DAS RETENCOES ABERTAS
000082        77  WK-QTD-ABERTAS            PIC 9(05)       VALUE ZEROS.
000083        77  WK-TOTAL-RETIDO           PIC S9(9)V99 COMP-3 VALUE ZEROS.
000084        77  WK-VALOR-EDIT             PIC -ZZZ.ZZ9,99 VALUE ZEROS.
000085        77  WK-TOTAL-EDIT             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000086       *
000087        01  WK-RESUMO-LOTE.
000088            05  WK-QTD-RETENCAO-OK    PIC 9(05)  VALUE ZEROS.
000089            05  WK-QTD-RETENCAO-REJ   PIC 9(05)  VALUE ZEROS.
000090            05  WK-QTD-LIBERACAO-OK   PIC 9(05)  VALUE ZEROS.
000091            05  WK-QTD-LIBERACAO-REJ  PIC 9(05)  VALUE ZEROS.
000092            05  WK-QTD-FUNCAO-INVALIDA PIC 9(05) VALUE ZEROS.
000093            05  WK-QTD-NAO-AUTORIZADA PIC 9(05)  VALUE ZEROS.
000094        77  WK-RESUMO-EDIT            PIC ZZ.ZZ9 VALUE ZEROS.
000095       *
000096       * IDENTIFICACAO E AUTORIZACAO DO OPERADOR (CARTAO 'O')
000097        77  WK-OPERADOR-OK            PIC X      VALUE 'N'.
000098        77  WK-FUNCAO-AUTORIZADA      PIC X      VALUE 'N'.
000099        77  WK-IND-FUNCAO             PIC 9(02) COMP VALUE ZEROS.
000100       *
000101        PROCEDURE DIVISION.
000102        000-PRINCIPAL SECTION.
000103        001-PRINCIPAL.
000104            PERFORM 101-INICIAR.
000105            PERFORM 201-PROCESSAR UNTIL WK-EOF-SYSIN = 'S'.
000106            PERFORM 401-LISTA-RETIDOS.
000107            PERFORM 901-FINALIZAR.
000108            STOP RUN.
000109       *******************************************************
000110        100-INICIAR SECTION.
000111        101-INICIAR.
000112            OPEN INPUT TRANSACAO-FILE.
000113            OPEN OUTPUT RELRETEN-FILE.
000114            PERFORM 301-LER-TRANSACAO.
000115       *******************************************************
000116        200-PROCESSAR SECTION.
000117        201-PROCESSAR.
000118            IF WK-FUNCAO-ACCEPT = 'O'
000119                PERFORM 208-IDENTIFICA-OPERADOR
000120            ELSE
000121                PERFORM 209-VERIFICA-AUTORIZACAO
000122                IF WK-FUNCAO-AUTORIZADA = 'S'
000123                    EVALUATE WK-FUNCAO-ACCEPT
000124                        WHEN 'R'
000125                            PERFORM 202-RETENCAO
000126                        WHEN 'L'
000127                            PERFORM 203-LIBERACAO
000128                        WHEN OTHER
000129                            DISPLAY 'FUNCAO ' WK-FUNCAO-ACCEPT
000130                                    ' INVALIDA!'
000131                            ADD 1 TO WK-QTD-FUNCAO-INVALIDA
000132                    END-EVALUATE
000133                END-IF
000134            END-IF.
000135            PERFORM 301-LER-TRANSACAO.
000136       *
000137        208-IDENTIFICA-OPERADOR.
000138            MOVE WK-OPERADOR-ACCEPT TO OPR-OPERADOR.
000139            MOVE 'EAD71957'         TO OPR-PROGRAMA.
000140            MOVE SPACES             TO OPR-FUNCOES.
000141            MOVE 'N'                TO WK-OPERADOR-OK.
000142            EXEC SQL
000143                SELECT FUNCOES INTO :OPR-FUNCOES
000144                    FROM EAD719.OPERADORES
000145                    WHERE OPERADOR = :OPR-OPERADOR
000146                      AND PROGRAMA = :OPR-PROGRAMA
000147                      AND STATUS = 'A'
000148            END-EXEC.
000149            EVALUATE SQLCODE
000150                WHEN 0
000151                    MOVE 'S' TO WK-OPERADOR-OK
000152                    DISPLAY 'OPERADOR ' OPR-OPERADOR
000153                            ' IDENTIFICADO.'
000154                WHEN 100
000155                    DISPLAY 'OPERADOR ' OPR-OPERADOR
000156                            ' NAO CADASTRADO PARA O PROGRAMA!'
000157                WHEN OTHER
000158                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000159                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000160                            ' NO SELECT DO OPERADOR'
000161                    MOVE 12 TO RETURN-CODE
000162                    STOP RUN
000163            END-EVALUATE.
000164       *
000165        209-VERIFICA-AUTORIZACAO.
000166            MOVE 'N' TO WK-FUNCAO-AUTORIZADA.
000167            IF WK-OPERADOR-OK NOT = 'S'
000168                DISPLAY 'TRANSACAO ' WK-FUNCAO-ACCEPT ' '
000169                        WK-CODFUN-ACCEPT ' SEM OPERADOR'
000170                        ' IDENTIFICADO - REJEITADA!'
000171                ADD 1 TO WK-QTD-NAO-AUTORIZADA
000172                EXIT PARAGRAPH
000173            END-IF.
000174            PERFORM VARYING WK-IND-FUNCAO FROM 1 BY 1
000175                UNTIL WK-IND-FUNCAO > 8
000176                   OR WK-FUNCAO-AUTORIZADA = 'S'
000177                IF OPR-FUNCOES(WK-IND-FUNCAO:1) =
000178                   WK-FUNCAO-ACCEPT
000179                   AND WK-FUNCAO-ACCEPT NOT = SPACES
000180                    MOVE 'S' TO WK-FUNCAO-AUTORIZADA
000181                END-IF
000182            END-PERFORM.
000183            IF WK-FUNCAO-AUTORIZADA NOT = 'S'
000184                DISPLAY 'OPERADOR ' OPR-OPERADOR
000185                        ' NAO AUTORIZADO A FUNCAO '
000186                        WK-FUNCAO-ACCEPT ' ('
000187                        WK-CODFUN-ACCEPT ') - REJEITADA!'
000188                ADD 1 TO WK-QTD-NAO-AUTORIZADA
000189            END-IF.
000190       *
000191       * RETENCAO: SO DE FOLHA CALCULADA E AINDA NAO REMETIDA AO
000192       * BANCO (SEM REGISTRO EM EAD719.PAGAMENTOS)
000193        202-RETENCAO.
000194            PERFORM 221-VALIDA-CARTAO.
000195            IF WK-CARTAO-VALIDO = 'S'
000196               AND WK-MOTIVO-ACCEPT = SPACES
000197                DISPLAY 'RETENCAO DO FUNCIONARIO ' WK-CODFUN-ACCEPT
000198                        ' SEM MOTIVO!'
000199                MOVE 'N' TO WK-CARTAO-VALIDO
000200            END-IF.
000201            IF WK-CARTAO-VALIDO = 'S'
000202                PERFORM 222-VERIFICA-REMETIDO
000203            END-IF.
000204            IF WK-CARTAO-VALIDO NOT = 'S'
000205                ADD 1 TO WK-QTD-RETENCAO-REJ
000206                EXIT PARAGRAPH
000207            END-IF.
000208            PERFORM 223-BUSCA-RETENCAO.
000209            MOVE WK-MOTIVO-ACCEPT TO RET-MOTIVO.
000210            MOVE OPR-OPERADOR     TO RET-OPER-RETENCAO.
000211            EVALUATE WK-STATUS-ATUAL
000212                WHEN SPACES
000213                    MOVE 'R'    TO RET-STATUS
000214                    MOVE SPACES TO RET-OPER-LIBERACAO
000215                    MOVE SPACES TO RET-TS-LIBERACAO
000216                    EXEC SQL
000217                        INSERT INTO EAD719.RETENCOES_PAGAMENTO
000218                        VALUES(:RET-CODFUN,
000219                               :RET-COMPETENCIA,
000220                               :RET-STATUS,
000221                               :RET-MOTIVO,
000222                               :RET-OPER-RETENCAO,
000223                               CURRENT TIMESTAMP,
000224                               :RET-OPER-LIBERACAO,
000225                               :RET-TS-LIBERACAO)
000226                    END-EXEC
000227                WHEN 'L'
000228                    EXEC SQL
000229                        UPDATE EAD719.RETENCOES_PAGAMENTO
000230                            SET STATUS = 'R',
000231                                MOTIVO = :RET-MOTIVO,
000232                                OPER-RETENCAO = :RET-OPER-RETENCAO,
000233                                TS-RETENCAO = CURRENT TIMESTAMP,
000234                                OPER-LIBERACAO = ' ',
000235                                TS-LIBERACAO = ' '
000236                            WHERE CODFUN = :RET-CODFUN
000237                              AND COMPETENCIA = :RET-COMPETENCIA
000238                    END-EXEC
000239                WHEN OTHER
000240                    DISPLAY 'FUNCIONARIO ' RET-CODFUN ' JA RETIDO'
000241                            ' OU PAGO NA COMPETENCIA '
000242                            RET-COMPETENCIA '!'
000243                    ADD 1 TO WK-QTD-RETENCAO-REJ
000244                    EXIT PARAGRAPH
000245            END-EVALUATE.
000246            IF SQLCODE NOT = 0
000247                MOVE SQLCODE TO WK-SQLCODE-EDIT
000248                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000249                        ' NA GRAVACAO DA RETENCAO'
000250                MOVE 12 TO RETURN-CODE
000251                STOP RUN
000252            END-IF.
000253            DISPLAY 'PAGAMENTO DO FUNCIONARIO ' RET-CODFUN
000254                    ' RETIDO NA COMPETENCIA ' RET-COMPETENCIA '.'.
000255            ADD 1 TO WK-QTD-RETENCAO-OK.
000256       *
000257       * LIBERACAO: O RETIDO VOLTA PARA A REMESSA (COMPLEMENTAR,
000258       * SE A NORMAL JA SAIU); SEM RETENCAO, REGISTRA A EXCECAO
000259       * COMO CONFERIDA PARA O EAD71956
000260        203-LIBERACAO.
000261            PERFORM 221-VALIDA-CARTAO.
000262            IF WK-CARTAO-VALIDO NOT = 'S'
000263                ADD 1 TO WK-QTD-LIBERACAO-REJ
000264                EXIT PARAGRAPH
000265            END-IF.
000266            PERFORM 223-BUSCA-RETENCAO.
000267            MOVE OPR-OPERADOR TO RET-OPER-LIBERACAO.
000268            EVALUATE WK-STATUS-ATUAL
000269                WHEN 'R'
000270                    EXEC SQL
000271                        UPDATE EAD719.RETENCOES_PAGAMENTO
000272                            SET STATUS = 'L',
000273                                OPER-LIBERACAO = :RET-OPER-LIBERACAO,
000274                                TS-LIBERACAO = CURRENT TIMESTAMP
000275                            WHERE CODFUN = :RET-CODFUN
000276                              AND COMPETENCIA = :RET-COMPETENCIA
000277                    END-EXEC
000278                WHEN SPACES
000279                    PERFORM 222-VERIFICA-REMETIDO
000280                    IF WK-CARTAO-VALIDO NOT = 'S'
000281                        ADD 1 TO WK-QTD-LIBERACAO-REJ
000282                        EXIT PARAGRAPH
000283                    END-IF
000284                    MOVE 'L'              TO RET-STATUS
000285                    MOVE WK-MOTIVO-ACCEPT TO RET-MOTIVO
000286                    MOVE SPACES           TO RET-OPER-RETENCAO
000287                    MOVE SPACES           TO RET-TS-RETENCAO
000288                    EXEC SQL
000289                        INSERT INTO EAD719.RETENCOES_PAGAMENTO
000290                        VALUES(:RET-CODFUN,
000291                               :RET-COMPETENCIA,
000292                               :RET-STATUS,
000293                               :RET-MOTIVO,
000294                               :RET-OPER-RETENCAO,
000295                               :RET-TS-RETENCAO,
000296                               :RET-OPER-LIBERACAO,
000297                               CURRENT TIMESTAMP)
000298                    END-EXEC
000299                WHEN OTHER
000300                    DISPLAY 'FUNCIONARIO ' RET-CODFUN ' JA LIBERADO'
000301                            ' OU PAGO NA COMPETENCIA '
000302                            RET-COMPETENCIA '!'
000303                    ADD 1 TO WK-QTD-LIBERACAO-REJ
000304                    EXIT PARAGRAPH
000305            END-EVALUATE.
000306            IF SQLCODE NOT = 0
000307                MOVE SQLCODE TO WK-SQLCODE-EDIT
000308                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000309                        ' NA GRAVACAO DA LIBERACAO'
000310                MOVE 12 TO RETURN-CODE
000311                STOP RUN
000312            END-IF.
000313            DISPLAY 'PAGAMENTO DO FUNCIONARIO ' RET-CODFUN
000314                    ' LIBERADO NA COMPETENCIA ' RET-COMPETENCIA '.'.
000315            ADD 1 TO WK-QTD-LIBERACAO-OK.
000316       *******************************************************
000317        220-VALIDA-CARTAO SECTION.
000318        221-VALIDA-CARTAO.
000319            MOVE 'S' TO WK-CARTAO-VALIDO.
000320            IF WK-CODFUN-ACCEPT = SPACES
000321               OR WK-COMPETENCIA-ACCEPT = SPACES
000322                DISPLAY 'CARTAO ' WK-FUNCAO-ACCEPT ' SEM FUNCIONARIO'
000323                        ' OU COMPETENCIA!'
000324                MOVE 'N' TO WK-CARTAO-VALIDO
000325                EXIT PARAGRAPH
000326            END-IF.
000327            MOVE WK-CODFUN-ACCEPT      TO FOL-CODFUN.
000328            MOVE WK-COMPETENCIA-ACCEPT TO FOL-COMPETENCIA.
000329            EXEC SQL
000330                SELECT LIQUIDO INTO :FOL-LIQUIDO
000331                    FROM EAD719.FOLHA_MENSAL
000332                    WHERE CODFUN = :FOL-CODFUN
000333                      AND COMPETENCIA = :FOL-COMPETENCIA
000334            END-EXEC.
000335            EVALUATE SQLCODE
000336                WHEN 0
000337                    CONTINUE
000338                WHEN 100
000339                    DISPLAY 'FUNCIONARIO ' FOL-CODFUN ' SEM FOLHA'
000340                            ' CALCULADA NA COMPETENCIA '
000341                            FOL-COMPETENCIA '!'
000342                    MOVE 'N' TO WK-CARTAO-VALIDO
000343                WHEN OTHER
000344                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000345                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000346                            ' NO SELECT DA FOLHA'
000347                    MOVE 12 TO RETURN-CODE
000348                    STOP RUN
000349            END-EVALUATE.
000350       *
000351        222-VERIFICA-REMETIDO.
000352            EXEC SQL
000353                SELECT COUNT(*) INTO :WK-QTD-PAGAMENTOS
000354                    FROM EAD719.PAGAMENTOS
000355                    WHERE CODFUN = :FOL-CODFUN
000356                      AND COMPETENCIA = :FOL-COMPETENCIA
000357            END-EXEC.
000358            IF SQLCODE NOT = 0
000359                MOVE SQLCODE TO WK-SQLCODE-EDIT
000360                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000361                        ' NA CONSULTA DOS PAGAMENTOS'
000362                MOVE 12 TO RETURN-CODE
000363                STOP RUN
000364            END-IF.
000365            IF WK-QTD-PAGAMENTOS > 0
000366                DISPLAY 'PAGAMENTO DO FUNCIONARIO ' FOL-CODFUN
000367                        ' JA REMETIDO NA COMPETENCIA '
000368                        FOL-COMPETENCIA '!'
000369                MOVE 'N' TO WK-CARTAO-VALIDO
000370            END-IF.
000371       *
000372        223-BUSCA-RETENCAO.
000373            MOVE SPACES                TO WK-STATUS-ATUAL.
000374            MOVE WK-CODFUN-ACCEPT      TO RET-CODFUN.
000375            MOVE WK-COMPETENCIA-ACCEPT TO RET-COMPETENCIA.
000376            EXEC SQL
000377                SELECT STATUS INTO :RET-STATUS
000378                    FROM EAD719.RETENCOES_PAGAMENTO
000379                    WHERE CODFUN = :RET-CODFUN
000380                      AND COMPETENCIA = :RET-COMPETENCIA
000381            END-EXEC.
000382            EVALUATE SQLCODE
000383                WHEN 0
000384                    MOVE RET-STATUS TO WK-STATUS-ATUAL
000385                WHEN 100
000386                    CONTINUE
000387                WHEN OTHER
000388                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000389                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000390                            ' NA CONSULTA DA RETENCAO'
000391                    MOVE 12 TO RETURN-CODE
000392                    STOP RUN
000393            END-EVALUATE.
000394       *******************************************************
000395        300-LER-TRANSACAO SECTION.
000396        301-LER-TRANSACAO.
000397            READ TRANSACAO-FILE INTO WK-ACCEPT
000398                AT END
000399                    MOVE 'S' TO WK-EOF-SYSIN
000400            END-READ.
000401       *******************************************************
000402       * RETENCOES AINDA ABERTAS DE TODAS AS COMPETENCIAS
000403        400-LISTA-RETIDOS SECTION.
000404        401-LISTA-RETIDOS.
000405            MOVE SPACES TO RELRETEN-REC.
000406            STRING 'EAD719 - PAGAMENTOS RETIDOS'
000407                DELIMITED BY SIZE INTO RELRETEN-REC
000408            END-STRING.
000409            WRITE RELRETEN-REC.
000410            MOVE SPACES TO RELRETEN-REC.
000411            STRING 'COMP.   FUNC NOME                 DEP     LIQUIDO'
000412                ' MOTIVO'
000413                DELIMITED BY SIZE INTO RELRETEN-REC
000414            END-STRING.
000415            WRITE RELRETEN-REC.
000416            EXEC SQL
000417                OPEN RETIDOS
000418            END-EXEC.
000419            EVALUATE SQLCODE
000420                WHEN 0
000421                    PERFORM 421-LER-RETIDOS
000422                    PERFORM 402-IMPRIME-RETIDO UNTIL SQLCODE = 100
000423                WHEN 100
000424                    CONTINUE
000425                WHEN OTHER
000426                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000427                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000428                            ' NO COMANDO OPEN CURSOR'
000429                    MOVE 12 TO RETURN-CODE
000430                    STOP RUN
000431            END-EVALUATE.
000432            EXEC SQL
000433                CLOSE RETIDOS
000434            END-EXEC.
000435            MOVE SPACES TO RELRETEN-REC.
000436            WRITE RELRETEN-REC.
000437            MOVE WK-QTD-ABERTAS TO WK-RESUMO-EDIT.
000438            MOVE WK-TOTAL-RETIDO TO WK-TOTAL-EDIT.
000439            MOVE SPACES TO RELRETEN-REC.
000440            STRING 'TOTAL RETIDO ' WK-RESUMO-EDIT ' PAGAMENTOS ... '
000441                WK-TOTAL-EDIT
000442                DELIMITED BY SIZE INTO RELRETEN-REC
000443            END-STRING.
000444            WRITE RELRETEN-REC.
000445       *
000446        402-IMPRIME-RETIDO.
000447            ADD 1 TO WK-QTD-ABERTAS.
000448            ADD FOL-LIQUIDO TO WK-TOTAL-RETIDO.
000449            MOVE FOL-LIQUIDO TO WK-VALOR-EDIT.
000450            MOVE SPACES TO RELRETEN-REC.
000451            STRING RET-COMPETENCIA ' ' RET-CODFUN ' '
000452                DB2-NOMEFUN-TEXT(1:20) ' ' FOL-DEPTOFUN ' '
000453                WK-VALOR-EDIT ' ' RET-MOTIVO(1:21)
000454                DELIMITED BY SIZE INTO RELRETEN-REC
000455            END-STRING.
000456            WRITE RELRETEN-REC.
000457            PERFORM 421-LER-RETIDOS.
000458       *
000459        421-LER-RETIDOS.
000460            MOVE SPACES TO DB2-NOMEFUN-TEXT.
000461            EXEC SQL
000462                FETCH RETIDOS
000463                  INTO :RET-COMPETENCIA,
000464                       :RET-CODFUN,
000465                       :DB2-NOMEFUN,
000466                       :FOL-DEPTOFUN,
000467                       :FOL-LIQUIDO,
000468                       :RET-MOTIVO,
000469                       :RET-OPER-RETENCAO
000470            END-EXEC.
000471            EVALUATE SQLCODE
000472                WHEN 0
000473                    CONTINUE
000474                WHEN 100
000475                    CONTINUE
000476                WHEN OTHER
000477                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000478                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000479                            ' NO COMANDO FETCH'
000480                    MOVE 12 TO RETURN-CODE
000481                    STOP RUN
000482            END-EVALUATE.
000483       *******************************************************
000484        900-FINALIZAR SECTION.
000485        901-FINALIZAR.
000486            CLOSE TRANSACAO-FILE.
000487            CLOSE RELRETEN-FILE.
000488            EXEC SQL
000489                COMMIT
000490            END-EXEC.
000491            DISPLAY '*********************************************'.
000492            DISPLAY '*   RESUMO DO LOTE DE TRANSACOES EAD71957  *'.
000493            DISPLAY '*********************************************'.
000494            MOVE WK-QTD-RETENCAO-OK   TO WK-RESUMO-EDIT.
000495            DISPLAY 'RETENCOES  APLICADAS  : ' WK-RESUMO-EDIT.
000496            MOVE WK-QTD-RETENCAO-REJ  TO WK-RESUMO-EDIT.
000497            DISPLAY 'RETENCOES  REJEITADAS : ' WK-RESUMO-EDIT.
000498            MOVE WK-QTD-LIBERACAO-OK  TO WK-RESUMO-EDIT.
000499            DISPLAY 'LIBERACOES APLICADAS  : ' WK-RESUMO-EDIT.
000500            MOVE WK-QTD-LIBERACAO-REJ TO WK-RESUMO-EDIT.
000501            DISPLAY 'LIBERACOES REJEITADAS : ' WK-RESUMO-EDIT.
000502            MOVE WK-QTD-FUNCAO-INVALIDA TO WK-RESUMO-EDIT.
000503            DISPLAY 'TRANSACOES INVALIDAS  : ' WK-RESUMO-EDIT.
000504            MOVE WK-QTD-NAO-AUTORIZADA TO WK-RESUMO-EDIT.
000505            DISPLAY 'NAO AUTORIZADAS       : ' WK-RESUMO-EDIT.
000506            MOVE WK-QTD-ABERTAS       TO WK-RESUMO-EDIT.
000507            DISPLAY 'RETENCOES EM ABERTO   : ' WK-RESUMO-EDIT.
000508            DISPLAY '*********************************************'.
