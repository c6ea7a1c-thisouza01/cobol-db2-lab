000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID.    EAD71968.
000003        AUTHOR.        THIAGO.
000004       *********************************************************
000005       * RETORNO DO GATEWAY DE E-MAIL E RELATORIO DE ENTREGA    *
000006       * DOS DOCUMENTOS DISTRIBUIDOS PELO EAD71967              *
000007       * ENTRADA RETMAIL: H=HEADER, D=SITUACAO DO DOCUMENTO     *
000008       * (E=ENTREGUE B=DEVOLVIDO, COM O MOTIVO), T=TRAILER COM  *
000009       * A QUANTIDADE DE D (CONFERIDA); RETORNO INCONSISTENTE   *
000010       * DESFAZ TUDO (ROLLBACK) E TERMINA COM RC=12             *
000011       * CADA D BAIXA O DOCUMENTO 'M' EM                        *
000012       * EAD719.ENVIOS_DOCUMENTOS; DOCUMENTO JA BAIXADO COM A   *
000013       * MESMA SITUACAO E IGNORADO (REPROCESSAMENTO)            *
000014       * RELENTRG: OCORRENCIAS DO RETORNO E A LISTA, POR        *
000015       * DEPARTAMENTO, DOS DOCUMENTOS ENVIADOS DESDE A DATA DE  *
000016       * CORTE QUE AINDA PRECISAM DE COPIA EM PAPEL (DEVOLVIDO  *
000017       * OU SEM E-MAIL) OU AGUARDAM RETORNO DO GATEWAY          *
000018       * CARTAO OPCIONAL: 'D' DATA DE CORTE (AAAA-MM-DD); SEM   *
000019       * ELE, OS ULTIMOS 30 DIAS                                *
000020       * RC=4 QUANDO HA DOCUMENTO DEVOLVIDO OU RETORNO SEM      *
000021       * ENVIO CORRESPONDENTE                                   *
000022       *********************************************************
000023       *
000024        ENVIRONMENT DIVISION.
000025        CONFIGURATION SECTION.
000026        SPECIAL-NAMES.
000027            DECIMAL-POINT IS COMMA.
000028        INPUT-OUTPUT SECTION.
000029        FILE-CONTROL.
000030            SELECT PARAMETRO-FILE ASSIGN TO SYSIN
000031                ORGANIZATION IS SEQUENTIAL.
000032            SELECT RETMAIL-FILE ASSIGN TO RETMAIL
000033                ORGANIZATION IS SEQUENTIAL.
000034            SELECT RELENTRG-FILE ASSIGN TO RELENTRG
000035                ORGANIZATION IS SEQUENTIAL.
000036       *
000037        DATA DIVISION.
000038        FILE SECTION.
000039        FD  PARAMETRO-FILE
000040            RECORDING MODE IS F.
000041        01  PARAMETRO-REC               PIC X(80).
000042        FD  RETMAIL-FILE
000043            RECORDING MODE IS F.
000044        01  RETMAIL-REC                 PIC X(100).
000045        FD  RELENTRG-FILE
000046            RECORDING MODE IS F.
000047        01  RELENTRG-REC                PIC X(80).
000048        WORKING-STORAGE SECTION.
000049            EXEC SQL
000050                INCLUDE BOOKENVI
000051            END-EXEC.
000052            EXEC SQL
000053                INCLUDE BOOKFUNC
000054            END-EXEC.
000055            EXEC SQL
000056                INCLUDE SQLCA
000057            END-EXEC.
000058        77  WK-DATA-CORTE           PIC X(10)       VALUE SPACES.
000059       *
000060       * DOCUMENTOS QUE AINDA NAO CHEGARAM AO FUNCIONARIO
000061            EXEC SQL
000062                DECLARE PAPELTEMP CURSOR FOR
000063                    SELECT E.CODFUN, COALESCE(F.NOMEFUN, ' '),
000064                           COALESCE(F.DEPTOFUN, ' '),
000065                           E.TIPO-DOCUMENTO, E.REFERENCIA, E.STATUS,
000066                           E.DT-ENVIO, E.MOTIVO
000067                        FROM EAD719.ENVIOS_DOCUMENTOS E
000068                             LEFT JOIN EAD719.FUNCIONARIOS F
000069                                ON F.CODFUN = E.CODFUN
000070                    WHERE E.STATUS IN ('B', 'I', 'M')
000071                      AND E.DT-ENVIO >= :WK-DATA-CORTE
000072                    ORDER BY 3, E.CODFUN, E.TIPO-DOCUMENTO,
000073                             E.REFERENCIA
000074            END-EXEC.
000075        77  WK-SQLCODE-EDIT         PIC -999        VALUE ZEROS.
000076        77  WK-RESUMO-EDIT          PIC ZZ.ZZ9      VALUE ZEROS.
000077        77  WK-EOF-SYSIN            PIC X           VALUE 'N'.
000078        77  WK-EOF-RETMAIL          PIC X           VALUE 'N'.
000079        77  WK-FIM-PAPEL            PIC X           VALUE 'N'.
000080       *
000081       * CARTAO DE PARAMETRO: 'D' DATA DE CORTE
000082        01  WK-PARM-ACCEPT.
000083            05  WK-PARM-TIPO          PIC X(01)     VALUE SPACES.
000084            05  WK-PARM-DATA          PIC X(10)     VALUE SPACES.
000085            05  FILLER                PIC X(69)     VALUE SPACES.
000086       *
000087       * ARQUIVO DE RETORNO DO GATEWAY DE E-MAIL
000088        01  WK-RETMAIL-REG.
000089            05  WK-RET-TIPO           PIC X(01).
000090            05  FILLER                PIC X(99).
000091        01  WK-RETMAIL-DETALHE REDEFINES WK-RETMAIL-REG.
000092            05  FILLER                PIC X(01).
000093            05  WK-RET-TIPO-DOC       PIC X(01).
000094            05  WK-RET-CODFUN         PIC X(04).
000095            05  WK-RET-REFERENCIA     PIC X(10).
000096            05  WK-RET-SITUACAO       PIC X(01).
000097            05  WK-RET-DATA-EVENTO.
000098                10  WK-RET-ANO-EVENTO PIC X(04).
000099                10  WK-RET-MES-EVENTO PIC X(02).
000100                10  WK-RET-DIA-EVENTO PIC X(02).
000101            05  WK-RET-EMAIL          PIC X(30).
000102            05  WK-RET-MOTIVO         PIC X(40).
000103            05  FILLER                PIC X(05).
000104        01  WK-RETMAIL-TRAILER REDEFINES WK-RETMAIL-REG.
000105            05  FILLER                PIC X(01).
000106            05  WK-RET-QTD-DETALHES   PIC 9(06).
000107            05  FILLER                PIC X(93).
000108        77  WK-HEADER-LIDO          PIC X           VALUE 'N'.
000109        77  WK-TRAILER-LIDO         PIC X           VALUE 'N'.
000110        77  WK-MSG-INCONSISTENCIA   PIC X(40)       VALUE SPACES.
000111        77  WK-STATUS-ATUAL         PIC X(01)       VALUE SPACES.
000112       *
000113        01  WK-CONTADORES.
000114            05  WK-QTD-REG-LIDOS      PIC 9(06)     VALUE ZEROS.
000115            05  WK-QTD-DETALHES       PIC 9(06)     VALUE ZEROS.
000116            05  WK-QTD-ENTREGUES      PIC 9(05)     VALUE ZEROS.
000117            05  WK-QTD-DEVOLVIDOS     PIC 9(05)     VALUE ZEROS.
000118            05  WK-QTD-JA-BAIXADOS    PIC 9(05)     VALUE ZEROS.
000119            05  WK-QTD-SEM-ENVIO      PIC 9(05)     VALUE ZEROS.
000120            05  WK-QTD-PAPEL          PIC 9(05)     VALUE ZEROS.
000121            05  WK-QTD-AGUARDANDO     PIC 9(05)     VALUE ZEROS.
000122       *
000123       * LINHA DA LISTA DE DOCUMENTOS PENDENTES
000124        77  WK-PAP-CODFUN           PIC X(04)       VALUE SPACES.
000125        77  WK-PAP-DEPTOFUN         PIC X(03)       VALUE SPACES.
000126        77  WK-PAP-SITUACAO         PIC X(18)       VALUE SPACES.
000127       *
000128        PROCEDURE DIVISION.
000129        000-PRINCIPAL SECTION.
000130        001-PRINCIPAL.
000131            PERFORM 101-INICIAR.
000132            PERFORM 201-PROCESSA-RETORNO UNTIL WK-EOF-RETMAIL = 'S'.
000133            PERFORM 281-CONFERE-FIM-RETORNO.
000134            PERFORM 401-LISTA-PENDENTES.
000135            PERFORM 901-FINALIZAR.
000136            STOP RUN.
000137       *******************************************************
000138        100-INICIAR SECTION.
000139        101-INICIAR.
000140            EXEC SQL
000141                SELECT CHAR(CURRENT DATE - 30 DAYS, ISO)
000142                    INTO :WK-DATA-CORTE
000143                    FROM SYSIBM.SYSDUMMY1
000144            END-EXEC.
000145            IF SQLCODE NOT = 0
000146                MOVE SQLCODE TO WK-SQLCODE-EDIT
000147                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000148                        ' NO CALCULO DA DATA DE CORTE'
000149                MOVE 12 TO RETURN-CODE
000150                STOP RUN
000151            END-IF.
000152            OPEN INPUT PARAMETRO-FILE.
000153            PERFORM 111-LER-PARAMETRO UNTIL WK-EOF-SYSIN = 'S'.
000154            CLOSE PARAMETRO-FILE.
000155            OPEN INPUT RETMAIL-FILE.
000156            OPEN OUTPUT RELENTRG-FILE.
000157            MOVE SPACES TO RELENTRG-REC.
000158            STRING 'EAD719 - ENTREGA DOS DOCUMENTOS POR E-MAIL'
000159                DELIMITED BY SIZE INTO RELENTRG-REC
000160            END-STRING.
000161            WRITE RELENTRG-REC.
000162            MOVE SPACES TO RELENTRG-REC.
000163            WRITE RELENTRG-REC.
000164            MOVE SPACES TO RELENTRG-REC.
000165            STRING 'OCORRENCIAS DO RETORNO DO GATEWAY'
000166                DELIMITED BY SIZE INTO RELENTRG-REC
000167            END-STRING.
000168            WRITE RELENTRG-REC.
000169            PERFORM 301-LER-RETMAIL.
000170       *
000171        111-LER-PARAMETRO.
000172            READ PARAMETRO-FILE INTO WK-PARM-ACCEPT
000173                AT END
000174                    MOVE 'S' TO WK-EOF-SYSIN
000175            END-READ.
000176            IF WK-EOF-SYSIN = 'S'
000177                EXIT PARAGRAPH
000178            END-IF.
000179            IF WK-PARM-TIPO = 'D'
000180                IF WK-PARM-DATA(1:4) NOT NUMERIC
000181                   OR WK-PARM-DATA(5:1) NOT = '-'
000182                   OR WK-PARM-DATA(6:2) NOT NUMERIC
000183                   OR WK-PARM-DATA(8:1) NOT = '-'
000184                   OR WK-PARM-DATA(9:2) NOT NUMERIC
000185                    DISPLAY 'DATA DE CORTE ' WK-PARM-DATA
000186                            ' INVALIDA!'
000187                    MOVE 12 TO RETURN-CODE
000188                    STOP RUN
000189                END-IF
000190                MOVE WK-PARM-DATA TO WK-DATA-CORTE
000191            ELSE
000192                DISPLAY 'CARTAO ' WK-PARM-TIPO ' IGNORADO.'
000193            END-IF.
000194       *******************************************************
000195        200-PROCESSA-RETORNO SECTION.
000196        201-PROCESSA-RETORNO.
000197            ADD 1 TO WK-QTD-REG-LIDOS.
000198            IF WK-TRAILER-LIDO = 'S'
000199                MOVE 'REGISTRO APOS O TRAILER'
000200                    TO WK-MSG-INCONSISTENCIA
000201                PERFORM 291-RETORNO-INCONSISTENTE
000202            END-IF.
000203            EVALUATE WK-RET-TIPO
000204                WHEN 'H'
000205                    IF WK-HEADER-LIDO = 'S'
000206                        MOVE 'HEADER DUPLICADO'
000207                            TO WK-MSG-INCONSISTENCIA
000208                        PERFORM 291-RETORNO-INCONSISTENTE
000209                    END-IF
000210                    MOVE 'S' TO WK-HEADER-LIDO
000211                WHEN 'D'
000212                    IF WK-HEADER-LIDO NOT = 'S'
000213                        MOVE 'DETALHE ANTES DO HEADER'
000214                            TO WK-MSG-INCONSISTENCIA
000215                        PERFORM 291-RETORNO-INCONSISTENTE
000216                    END-IF
000217                    ADD 1 TO WK-QTD-DETALHES
000218                    PERFORM 211-BAIXA-DOCUMENTO
000219                WHEN 'T'
000220                    IF WK-RET-QTD-DETALHES NOT NUMERIC
000221                       OR WK-RET-QTD-DETALHES NOT = WK-QTD-DETALHES
000222                        MOVE 'TRAILER NAO CONFERE COM OS DETALHES'
000223                            TO WK-MSG-INCONSISTENCIA
000224                        PERFORM 291-RETORNO-INCONSISTENTE
000225                    END-IF
000226                    MOVE 'S' TO WK-TRAILER-LIDO
000227                WHEN OTHER
000228                    MOVE 'TIPO DE REGISTRO INVALIDO'
000229                        TO WK-MSG-INCONSISTENCIA
000230                    PERFORM 291-RETORNO-INCONSISTENTE
000231            END-EVALUATE.
000232            PERFORM 301-LER-RETMAIL.
000233       *
000234        211-BAIXA-DOCUMENTO.
000235            IF WK-RET-SITUACAO NOT = 'E'
000236               AND WK-RET-SITUACAO NOT = 'B'
000237                MOVE 'SITUACAO INVALIDA NO RETORNO'
000238                    TO WK-MSG-INCONSISTENCIA
000239                PERFORM 291-RETORNO-INCONSISTENTE
000240            END-IF.
000241            MOVE WK-RET-CODFUN     TO ENV-CODFUN.
000242            MOVE WK-RET-TIPO-DOC   TO ENV-TIPO-DOCUMENTO.
000243            MOVE WK-RET-REFERENCIA TO ENV-REFERENCIA.
000244            MOVE WK-RET-SITUACAO   TO ENV-STATUS.
000245            MOVE SPACES TO ENV-DT-RETORNO.
000246            STRING WK-RET-ANO-EVENTO '-' WK-RET-MES-EVENTO '-'
000247                WK-RET-DIA-EVENTO
000248                DELIMITED BY SIZE INTO ENV-DT-RETORNO
000249            END-STRING.
000250            IF WK-RET-SITUACAO = 'B'
000251                MOVE WK-RET-MOTIVO TO ENV-MOTIVO
000252            ELSE
000253                MOVE SPACES TO ENV-MOTIVO
000254            END-IF.
000255            EXEC SQL
000256                UPDATE EAD719.ENVIOS_DOCUMENTOS
000257                    SET STATUS = :ENV-STATUS,
000258                        DT-RETORNO = :ENV-DT-RETORNO,
000259                        MOTIVO = :ENV-MOTIVO,
000260                        TS-ULT-ALTERACAO = CURRENT TIMESTAMP
000261                    WHERE CODFUN = :ENV-CODFUN
000262                      AND TIPO-DOCUMENTO = :ENV-TIPO-DOCUMENTO
000263                      AND REFERENCIA = :ENV-REFERENCIA
000264                      AND STATUS = 'M'
000265            END-EXEC.
000266            EVALUATE SQLCODE
000267                WHEN 0
000268                    IF ENV-STATUS = 'E'
000269                        ADD 1 TO WK-QTD-ENTREGUES
000270                    ELSE
000271                        ADD 1 TO WK-QTD-DEVOLVIDOS
000272                        MOVE SPACES TO RELENTRG-REC
000273                        STRING ENV-TIPO-DOCUMENTO ' ' ENV-CODFUN ' '
000274                            ENV-REFERENCIA ' DEVOLVIDO ' WK-RET-EMAIL
000275                            DELIMITED BY SIZE INTO RELENTRG-REC
000276                        END-STRING
000277                        WRITE RELENTRG-REC
000278                        MOVE SPACES TO RELENTRG-REC
000279                        STRING '                  ' ENV-MOTIVO
000280                            DELIMITED BY SIZE INTO RELENTRG-REC
000281                        END-STRING
000282                        WRITE RELENTRG-REC
000283                    END-IF
000284                WHEN 100
000285                    PERFORM 221-DOCUMENTO-NAO-PENDENTE
000286                WHEN OTHER
000287                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000288                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000289                            ' NO UPDATE DO ENVIO'
000290                    MOVE 12 TO RETURN-CODE
000291                    STOP RUN
000292            END-EVALUATE.
000293       *
000294       * RETORNO DE DOCUMENTO QUE NAO ESTA 'M': JA BAIXADO COM A
000295       * MESMA SITUACAO (REPROCESSAMENTO) OU SEM ENVIO
000296        221-DOCUMENTO-NAO-PENDENTE.
000297            MOVE SPACES TO WK-STATUS-ATUAL.
000298            EXEC SQL
000299                SELECT STATUS INTO :WK-STATUS-ATUAL
000300                    FROM EAD719.ENVIOS_DOCUMENTOS
000301                    WHERE CODFUN = :ENV-CODFUN
000302                      AND TIPO-DOCUMENTO = :ENV-TIPO-DOCUMENTO
000303                      AND REFERENCIA = :ENV-REFERENCIA
000304            END-EXEC.
000305            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
000306                MOVE SQLCODE TO WK-SQLCODE-EDIT
000307                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000308                        ' NO SELECT DO ENVIO'
000309                MOVE 12 TO RETURN-CODE
000310                STOP RUN
000311            END-IF.
000312            IF WK-STATUS-ATUAL = ENV-STATUS
000313                ADD 1 TO WK-QTD-JA-BAIXADOS
000314                EXIT PARAGRAPH
000315            END-IF.
000316            ADD 1 TO WK-QTD-SEM-ENVIO.
000317            MOVE SPACES TO RELENTRG-REC.
000318            STRING ENV-TIPO-DOCUMENTO ' ' ENV-CODFUN ' '
000319                ENV-REFERENCIA ' RETORNO SEM ENVIO PENDENTE'
000320                ' (SITUACAO ATUAL: ' WK-STATUS-ATUAL ')'
000321                DELIMITED BY SIZE INTO RELENTRG-REC
000322            END-STRING.
000323            WRITE RELENTRG-REC.
000324       *
000325        281-CONFERE-FIM-RETORNO.
000326            IF WK-HEADER-LIDO NOT = 'S'
000327                MOVE 'ARQUIVO SEM HEADER'
000328                    TO WK-MSG-INCONSISTENCIA
000329                PERFORM 291-RETORNO-INCONSISTENTE
000330            END-IF.
000331            IF WK-TRAILER-LIDO NOT = 'S'
000332                MOVE 'ARQUIVO SEM TRAILER'
000333                    TO WK-MSG-INCONSISTENCIA
000334                PERFORM 291-RETORNO-INCONSISTENTE
000335            END-IF.
000336            IF WK-QTD-DEVOLVIDOS = 0 AND WK-QTD-SEM-ENVIO = 0
000337                MOVE SPACES TO RELENTRG-REC
000338                STRING '   (NENHUMA)'
000339                    DELIMITED BY SIZE INTO RELENTRG-REC
000340                END-STRING
000341                WRITE RELENTRG-REC
000342            END-IF.
000343       *
000344       * NENHUMA BAIXA DE UM RETORNO QUEBRADO
000345        291-RETORNO-INCONSISTENTE.
000346            EXEC SQL
000347                ROLLBACK
000348            END-EXEC.
000349            DISPLAY 'RETORNO DO GATEWAY INCONSISTENTE NO REGISTRO '
000350                    WK-QTD-REG-LIDOS ': ' WK-MSG-INCONSISTENCIA.
000351            DISPLAY 'NENHUMA BAIXA APLICADA - RETORNO REJEITADO!'.
000352            MOVE 12 TO RETURN-CODE.
000353            STOP RUN.
000354       *******************************************************
000355        300-LEITURAS SECTION.
000356        301-LER-RETMAIL.
000357            READ RETMAIL-FILE INTO WK-RETMAIL-REG
000358                AT END
000359                    MOVE 'S' TO WK-EOF-RETMAIL
000360            END-READ.
000361       *
000362        311-LER-PAPELTEMP.
000363            EXEC SQL
000364                FETCH PAPELTEMP
000365                  INTO :WK-PAP-CODFUN,
000366                       :DB2-NOMEFUN,
000367                       :WK-PAP-DEPTOFUN,
000368                       :ENV-TIPO-DOCUMENTO,
000369                       :ENV-REFERENCIA,
000370                       :ENV-STATUS,
000371                       :ENV-DT-ENVIO,
000372                       :ENV-MOTIVO
000373            END-EXEC.
000374            EVALUATE SQLCODE
000375                WHEN 0
000376                    CONTINUE
000377                WHEN 100
000378                    MOVE 'S' TO WK-FIM-PAPEL
000379                WHEN OTHER
000380                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000381                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000382                            ' NO COMANDO FETCH'
000383                    MOVE 12 TO RETURN-CODE
000384                    STOP RUN
000385            END-EVALUATE.
000386       *******************************************************
000387        400-RELATORIO SECTION.
000388        401-LISTA-PENDENTES.
000389            MOVE SPACES TO RELENTRG-REC.
000390            WRITE RELENTRG-REC.
000391            MOVE SPACES TO RELENTRG-REC.
000392            STRING 'DOCUMENTOS AINDA NAO ENTREGUES, ENVIADOS DESDE '
000393                WK-DATA-CORTE
000394                DELIMITED BY SIZE INTO RELENTRG-REC
000395            END-STRING.
000396            WRITE RELENTRG-REC.
000397            MOVE SPACES TO RELENTRG-REC.
000398            STRING 'DEP FUNC NOME                 T REFERENCIA '
000399                'SITUACAO'
000400                DELIMITED BY SIZE INTO RELENTRG-REC
000401            END-STRING.
000402            WRITE RELENTRG-REC.
000403            EXEC SQL
000404                OPEN PAPELTEMP
000405            END-EXEC.
000406            IF SQLCODE NOT = 0
000407                MOVE SQLCODE TO WK-SQLCODE-EDIT
000408                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000409                        ' NO COMANDO OPEN CURSOR'
000410                MOVE 12 TO RETURN-CODE
000411                STOP RUN
000412            END-IF.
000413            PERFORM 311-LER-PAPELTEMP.
000414            PERFORM 411-IMPRIME-PENDENTE UNTIL WK-FIM-PAPEL = 'S'.
000415            EXEC SQL
000416                CLOSE PAPELTEMP
000417            END-EXEC.
000418            IF WK-QTD-PAPEL = 0 AND WK-QTD-AGUARDANDO = 0
000419                MOVE SPACES TO RELENTRG-REC
000420                STRING '   (NENHUM)'
000421                    DELIMITED BY SIZE INTO RELENTRG-REC
000422                END-STRING
000423                WRITE RELENTRG-REC
000424            END-IF.
000425       *
000426        411-IMPRIME-PENDENTE.
000427            EVALUATE ENV-STATUS
000428                WHEN 'B'
000429                    MOVE 'DEVOLVIDO - PAPEL' TO WK-PAP-SITUACAO
000430                    ADD 1 TO WK-QTD-PAPEL
000431                WHEN 'I'
000432                    MOVE 'SEM E-MAIL - PAPEL' TO WK-PAP-SITUACAO
000433                    ADD 1 TO WK-QTD-PAPEL
000434                WHEN OTHER
000435                    MOVE 'AGUARDA RETORNO' TO WK-PAP-SITUACAO
000436                    ADD 1 TO WK-QTD-AGUARDANDO
000437            END-EVALUATE.
000438            MOVE SPACES TO RELENTRG-REC.
000439            STRING WK-PAP-DEPTOFUN ' ' WK-PAP-CODFUN ' '
000440                DB2-NOMEFUN-TEXT(1:20) ' ' ENV-TIPO-DOCUMENTO ' '
000441                ENV-REFERENCIA ' ' WK-PAP-SITUACAO
000442                DELIMITED BY SIZE INTO RELENTRG-REC
000443            END-STRING.
000444            WRITE RELENTRG-REC.
000445            IF ENV-STATUS NOT = 'M'
000446                MOVE SPACES TO RELENTRG-REC
000447                STRING '                             ' ENV-MOTIVO
000448                    DELIMITED BY SIZE INTO RELENTRG-REC
000449                END-STRING
000450                WRITE RELENTRG-REC
000451            END-IF.
000452            PERFORM 311-LER-PAPELTEMP.
000453       *******************************************************
000454        900-FINALIZAR SECTION.
000455        901-FINALIZAR.
000456            MOVE SPACES TO RELENTRG-REC.
000457            WRITE RELENTRG-REC.
000458            MOVE WK-QTD-PAPEL TO WK-RESUMO-EDIT.
000459            MOVE SPACES TO RELENTRG-REC.
000460            STRING 'DOCUMENTOS QUE PRECISAM DE COPIA EM PAPEL: '
000461                WK-RESUMO-EDIT
000462                DELIMITED BY SIZE INTO RELENTRG-REC
000463            END-STRING.
000464            WRITE RELENTRG-REC.
000465            CLOSE RETMAIL-FILE.
000466            CLOSE RELENTRG-FILE.
000467            EXEC SQL
000468                COMMIT
000469            END-EXEC.
000470            DISPLAY '*********************************************'.
000471            DISPLAY '*   RESUMO DO RETORNO DE E-MAIL EAD71968   *'.
000472            DISPLAY '*********************************************'.
000473            MOVE WK-QTD-DETALHES TO WK-RESUMO-EDIT.
000474            DISPLAY 'SITUACOES RECEBIDAS     : ' WK-RESUMO-EDIT.
000475            MOVE WK-QTD-ENTREGUES TO WK-RESUMO-EDIT.
000476            DISPLAY 'ENTREGUES               : ' WK-RESUMO-EDIT.
000477            MOVE WK-QTD-DEVOLVIDOS TO WK-RESUMO-EDIT.
000478            DISPLAY 'DEVOLVIDOS              : ' WK-RESUMO-EDIT.
000479            MOVE WK-QTD-JA-BAIXADOS TO WK-RESUMO-EDIT.
000480            DISPLAY 'JA BAIXADOS ANTES       : ' WK-RESUMO-EDIT.
000481            MOVE WK-QTD-SEM-ENVIO TO WK-RESUMO-EDIT.
000482            DISPLAY 'SEM ENVIO PENDENTE      : ' WK-RESUMO-EDIT.
000483            MOVE WK-QTD-PAPEL TO WK-RESUMO-EDIT.
000484            DISPLAY 'PRECISAM DE PAPEL       : ' WK-RESUMO-EDIT.
000485            MOVE WK-QTD-AGUARDANDO TO WK-RESUMO-EDIT.
000486            DISPLAY 'AGUARDANDO RETORNO      : ' WK-RESUMO-EDIT.
000487            DISPLAY '*********************************************'.
000488            IF WK-QTD-DEVOLVIDOS > 0 OR WK-QTD-SEM-ENVIO > 0
000489                MOVE 4 TO RETURN-CODE
000490            END-IF.
