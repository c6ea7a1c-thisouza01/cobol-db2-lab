000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID.    EAD71967.
000003        AUTHOR.        THIAGO.
000004       *********************************************************
000005       * DISTRIBUICAO DOS DOCUMENTOS DO FUNCIONARIO POR E-MAIL  *
000006       * ENTRADA DOCUMENT: UM OU MAIS ARQUIVOS CONCATENADOS DE  *
000007       * CONTRACHEQUES (CONTRACHE DO EAD71925), RESCISOES       *
000008       * (RELRESC DO EAD71932), 13O (DEMO13O DO EAD71933) E     *
000009       * FERIAS (DEMOFER DO EAD71934). CADA DOCUMENTO COMECA    *
000010       * NA LINHA DE TITULO '==========...' SEGUIDA DA LINHA    *
000011       * 'FUNCIONARIO: CCCC'; BLOCO SEM ESSA LINHA (PAGINA DE   *
000012       * TOTAIS) NAO E DISTRIBUIDO                              *
000013       * COM E-MAIL VALIDO EM EMAILFUN O DOCUMENTO VAI PARA O   *
000014       * ARQUIVO MAILGATE DO GATEWAY DE E-MAIL, COM A SENHA DO  *
000015       * FUNCIONARIO (DIA E MES DE NASCIMENTO + CODFUN); SEM    *
000016       * E-MAIL VALIDO OU SEM DATA DE NASCIMENTO ELE VAI PARA   *
000017       * O ARQUIVO IMPRESSA (SO IMPRESSAO)                      *
000018       * CADA DOCUMENTO E REGISTRADO EM                         *
000019       * EAD719.ENVIOS_DOCUMENTOS (M=ENVIADO, I=IMPRESSAO);     *
000020       * DOCUMENTO JA ENVIADO NAO SAI DE NOVO; IMPRESSO OU      *
000021       * DEVOLVIDO SO E REENVIADO QUANDO HA E-MAIL VALIDO NOVO  *
000022       * O RETORNO DO GATEWAY E LIDO PELO EAD71968              *
000023       * RELDISTR: DESTINO DE CADA DOCUMENTO (A SENHA NAO SAI)  *
000024       * RC=4 SE HOUVER DOCUMENTO DE TIPO DESCONHECIDO          *
000025       *********************************************************
000026       *
000027        ENVIRONMENT DIVISION.
000028        CONFIGURATION SECTION.
000029        SPECIAL-NAMES.
000030            DECIMAL-POINT IS COMMA.
000031        INPUT-OUTPUT SECTION.
000032        FILE-CONTROL.
000033            SELECT DOCUMENT-FILE ASSIGN TO DOCUMENT
000034                ORGANIZATION IS SEQUENTIAL.
000035            SELECT MAILGATE-FILE ASSIGN TO MAILGATE
000036                ORGANIZATION IS SEQUENTIAL.
000037            SELECT IMPRESSA-FILE ASSIGN TO IMPRESSA
000038                ORGANIZATION IS SEQUENTIAL.
000039            SELECT RELDISTR-FILE ASSIGN TO RELDISTR
000040                ORGANIZATION IS SEQUENTIAL.
000041       *
000042        DATA DIVISION.
000043        FILE SECTION.
000044        FD  DOCUMENT-FILE
000045            RECORDING MODE IS F.
000046        01  DOCUMENT-REC                PIC X(80).
000047        FD  MAILGATE-FILE
000048            RECORDING MODE IS F.
000049        01  MAILGATE-REC                PIC X(100).
000050        FD  IMPRESSA-FILE
000051            RECORDING MODE IS F.
000052        01  IMPRESSA-REC                PIC X(80).
000053        FD  RELDISTR-FILE
000054            RECORDING MODE IS F.
000055        01  RELDISTR-REC                PIC X(80).
000056        WORKING-STORAGE SECTION.
000057            EXEC SQL
000058                INCLUDE BOOKFUNC
000059            END-EXEC.
000060            EXEC SQL
000061                INCLUDE BOOKENVI
000062            END-EXEC.
000063            EXEC SQL
000064                INCLUDE SQLCA
000065            END-EXEC.
000066        77  WK-SQLCODE-EDIT         PIC -999        VALUE ZEROS.
000067        77  WK-RESUMO-EDIT          PIC ZZ.ZZ9      VALUE ZEROS.
000068        77  WK-INDICATOR-EMAIL      PIC S9(04) COMP VALUE ZEROS.
000069        77  WK-EOF-DOCUMENT         PIC X           VALUE 'N'.
000070       *
000071        01  WK-DATA-HORA-ATUAL.
000072            05  WK-ANO-ATUAL       PIC 9(04).
000073            05  WK-MES-ATUAL       PIC 9(02).
000074            05  WK-DIA-ATUAL       PIC 9(02).
000075            05  WK-HORA-ATUAL      PIC 9(06).
000076        77  WK-DATA-ENVIO          PIC X(10)       VALUE SPACES.
000077       *
000078       * LINHA LIDA E TITULO DO DOCUMENTO EM ABERTURA
000079        01  WK-LINHA-LIDA               PIC X(80)     VALUE SPACES.
000080        01  WK-LINHA-FUNCIONARIO REDEFINES WK-LINHA-LIDA.
000081            05  WK-LFU-LITERAL        PIC X(13).
000082            05  WK-LFU-CODFUN         PIC X(04).
000083            05  FILLER                PIC X(63).
000084        77  WK-TITULO              PIC X(80)       VALUE SPACES.
000085       *
000086       * SITUACAO DA LEITURA: F=FORA DE DOCUMENTO T=TITULO LIDO
000087       * M=DOCUMENTO PARA E-MAIL I=DOCUMENTO PARA IMPRESSAO
000088       * X=BLOCO NAO DISTRIBUIDO
000089        77  WK-SITUACAO            PIC X(01)       VALUE 'F'.
000090        77  WK-QTD-LINHAS-DOC      PIC 9(05)       VALUE ZEROS.
000091        77  WK-ASSUNTO             PIC X(40)       VALUE SPACES.
000092        77  WK-DESTINO             PIC X(10)       VALUE SPACES.
000093        77  WK-FUNC-ACHADO         PIC X           VALUE 'N'.
000094        77  WK-STATUS-ANTERIOR     PIC X(01)       VALUE SPACES.
000095        77  WK-EMAIL-ANTERIOR      PIC X(30)       VALUE SPACES.
000096       *
000097       * CONFERENCIA DO E-MAIL
000098        77  WK-EMAIL-VALIDO        PIC X           VALUE 'N'.
000099        77  WK-IND-CAR             PIC S9(04) COMP VALUE ZEROS.
000100        77  WK-TAM-EMAIL           PIC S9(04) COMP VALUE ZEROS.
000101        77  WK-CARACTER            PIC X(01)       VALUE SPACES.
000102        77  WK-QTD-ARROBA          PIC S9(04) COMP VALUE ZEROS.
000103        77  WK-POS-ARROBA          PIC S9(04) COMP VALUE ZEROS.
000104        77  WK-POS-BRANCO          PIC S9(04) COMP VALUE ZEROS.
000105        77  WK-POS-ULTIMO          PIC S9(04) COMP VALUE ZEROS.
000106        77  WK-QTD-PONTO-DOMINIO   PIC S9(04) COMP VALUE ZEROS.
000107        77  WK-BRANCO-INTERNO      PIC X           VALUE 'N'.
000108       *
000109       * SENHA DO DOCUMENTO: DIA E MES DE NASCIMENTO + CODFUN
000110        01  WK-SENHA.
000111            05  WK-SENHA-DIA          PIC X(02).
000112            05  WK-SENHA-MES          PIC X(02).
000113            05  WK-SENHA-CODFUN       PIC X(04).
000114       *
000115       * ARQUIVO DO GATEWAY DE E-MAIL: H=HEADER DO LOTE,
000116       * E=ENVELOPE DO DOCUMENTO, L=LINHA DO DOCUMENTO,
000117       * F=FIM DO DOCUMENTO, T=TRAILER DO LOTE
000118        01  WK-GATE-HEADER.
000119            05  WK-GHD-TIPO           PIC X(01)     VALUE 'H'.
000120            05  WK-GHD-LITERAL        PIC X(20)
000121                VALUE 'EAD719 DOCUMENTOS RH'.
000122            05  WK-GHD-LOTE           PIC X(14).
000123            05  WK-GHD-REMETENTE      PIC X(40)
000124                VALUE 'RECURSOS HUMANOS - FOLHA DE PAGAMENTO'.
000125            05  FILLER                PIC X(25)     VALUE SPACES.
000126        01  WK-GATE-ENVELOPE.
000127            05  WK-GEN-TIPO           PIC X(01)     VALUE 'E'.
000128            05  WK-GEN-ID-DOCUMENTO.
000129                10  WK-GEN-TIPO-DOC   PIC X(01).
000130                10  WK-GEN-CODFUN     PIC X(04).
000131                10  WK-GEN-REFERENCIA PIC X(10).
000132            05  WK-GEN-EMAIL          PIC X(30).
000133            05  WK-GEN-SENHA          PIC X(08).
000134            05  WK-GEN-ASSUNTO        PIC X(40).
000135            05  FILLER                PIC X(06)     VALUE SPACES.
000136        01  WK-GATE-LINHA.
000137            05  WK-GLI-TIPO           PIC X(01)     VALUE 'L'.
000138            05  WK-GLI-ID-DOCUMENTO   PIC X(15).
000139            05  WK-GLI-TEXTO          PIC X(80).
000140            05  FILLER                PIC X(04)     VALUE SPACES.
000141        01  WK-GATE-FIM.
000142            05  WK-GFI-TIPO           PIC X(01)     VALUE 'F'.
000143            05  WK-GFI-ID-DOCUMENTO   PIC X(15).
000144            05  WK-GFI-QTD-LINHAS     PIC 9(05).
000145            05  FILLER                PIC X(79)     VALUE SPACES.
000146        01  WK-GATE-TRAILER.
000147            05  WK-GTR-TIPO           PIC X(01)     VALUE 'T'.
000148            05  WK-GTR-QTD-DOCUMENTOS PIC 9(06).
000149            05  WK-GTR-QTD-REGISTROS  PIC 9(08).
000150            05  FILLER                PIC X(85)     VALUE SPACES.
000151        77  WK-QTD-REG-GATE        PIC 9(08)       VALUE ZEROS.
000152       *
000153        01  WK-CONTADORES.
000154            05  WK-QTD-LINHAS-LIDAS   PIC 9(07)     VALUE ZEROS.
000155            05  WK-QTD-DOCUMENTOS     PIC 9(05)     VALUE ZEROS.
000156            05  WK-QTD-EMAIL          PIC 9(05)     VALUE ZEROS.
000157            05  WK-QTD-REENVIADOS     PIC 9(05)     VALUE ZEROS.
000158            05  WK-QTD-IMPRESSAO      PIC 9(05)     VALUE ZEROS.
000159            05  WK-QTD-JA-DISTRIB     PIC 9(05)     VALUE ZEROS.
000160            05  WK-QTD-DESCONHECIDOS  PIC 9(05)     VALUE ZEROS.
000161            05  WK-QTD-BLOCOS-IGNOR   PIC 9(05)     VALUE ZEROS.
000162       *
000163        PROCEDURE DIVISION.
000164        000-PRINCIPAL SECTION.
000165        001-PRINCIPAL.
000166            PERFORM 101-INICIAR.
000167            PERFORM 201-PROCESSA-LINHA UNTIL WK-EOF-DOCUMENT = 'S'.
000168            PERFORM 211-FECHA-DOCUMENTO.
000169            PERFORM 901-FINALIZAR.
000170            STOP RUN.
000171       *******************************************************
000172        100-INICIAR SECTION.
000173        101-INICIAR.
000174            MOVE FUNCTION CURRENT-DATE(1:14) TO WK-DATA-HORA-ATUAL.
000175            STRING WK-ANO-ATUAL '-' WK-MES-ATUAL '-' WK-DIA-ATUAL
000176                DELIMITED BY SIZE INTO WK-DATA-ENVIO
000177            END-STRING.
000178            OPEN INPUT DOCUMENT-FILE.
000179            OPEN OUTPUT MAILGATE-FILE.
000180            OPEN OUTPUT IMPRESSA-FILE.
000181            OPEN OUTPUT RELDISTR-FILE.
000182            MOVE WK-DATA-HORA-ATUAL TO WK-GHD-LOTE.
000183            MOVE WK-GATE-HEADER TO MAILGATE-REC.
000184            PERFORM 711-GRAVA-GATEWAY.
000185            MOVE SPACES TO RELDISTR-REC.
000186            STRING 'EAD719 - DISTRIBUICAO DE DOCUMENTOS POR E-MAIL - '
000187                WK-DATA-ENVIO
000188                DELIMITED BY SIZE INTO RELDISTR-REC
000189            END-STRING.
000190            WRITE RELDISTR-REC.
000191            MOVE SPACES TO RELDISTR-REC.
000192            STRING 'T FUNC REFERENCIA DESTINO    E-MAIL / MOTIVO'
000193                DELIMITED BY SIZE INTO RELDISTR-REC
000194            END-STRING.
000195            WRITE RELDISTR-REC.
000196            PERFORM 301-LER-DOCUMENTO.
000197       *******************************************************
000198        200-PROCESSA-DOCUMENTO SECTION.
000199        201-PROCESSA-LINHA.
000200            IF WK-LINHA-LIDA(1:10) = '=========='
000201                PERFORM 211-FECHA-DOCUMENTO
000202                MOVE WK-LINHA-LIDA TO WK-TITULO
000203                MOVE 'T' TO WK-SITUACAO
000204                PERFORM 301-LER-DOCUMENTO
000205                EXIT PARAGRAPH
000206            END-IF.
000207            EVALUATE WK-SITUACAO
000208                WHEN 'T'
000209                    IF WK-LFU-LITERAL = 'FUNCIONARIO: '
000210                        PERFORM 221-ABRE-DOCUMENTO
000211                    ELSE
000212                        MOVE 'X' TO WK-SITUACAO
000213                        ADD 1 TO WK-QTD-BLOCOS-IGNOR
000214                    END-IF
000215                WHEN 'M'
000216                    MOVE WK-LINHA-LIDA TO WK-GLI-TEXTO
000217                    PERFORM 721-GRAVA-LINHA-EMAIL
000218                WHEN 'I'
000219                    WRITE IMPRESSA-REC FROM WK-LINHA-LIDA
000220                WHEN OTHER
000221                    CONTINUE
000222            END-EVALUATE.
000223            PERFORM 301-LER-DOCUMENTO.
000224       *
000225       * O DOCUMENTO DO E-MAIL TERMINA NO PROXIMO TITULO OU NO
000226       * FIM DO ARQUIVO, COM A QUANTIDADE DE LINHAS ENVIADAS
000227        211-FECHA-DOCUMENTO.
000228            IF WK-SITUACAO = 'M'
000229                MOVE WK-GLI-ID-DOCUMENTO TO WK-GFI-ID-DOCUMENTO
000230                MOVE WK-QTD-LINHAS-DOC   TO WK-GFI-QTD-LINHAS
000231                MOVE WK-GATE-FIM TO MAILGATE-REC
000232                PERFORM 711-GRAVA-GATEWAY
000233            END-IF.
000234            MOVE 'F' TO WK-SITUACAO.
000235       *
000236        221-ABRE-DOCUMENTO.
000237            ADD 1 TO WK-QTD-DOCUMENTOS.
000238            PERFORM 231-IDENTIFICA-DOCUMENTO.
000239            IF ENV-TIPO-DOCUMENTO = SPACES
000240                DISPLAY 'DOCUMENTO DE TIPO DESCONHECIDO: '
000241                        WK-TITULO(1:50)
000242                ADD 1 TO WK-QTD-DESCONHECIDOS
000243                MOVE 'X' TO WK-SITUACAO
000244                EXIT PARAGRAPH
000245            END-IF.
000246            MOVE WK-LFU-CODFUN TO ENV-CODFUN.
000247            MOVE SPACES        TO ENV-EMAIL.
000248            MOVE SPACES        TO ENV-MOTIVO.
000249            MOVE SPACES        TO ENV-DT-RETORNO.
000250            MOVE WK-DATA-ENVIO TO ENV-DT-ENVIO.
000251            PERFORM 241-BUSCA-FUNCIONARIO.
000252            IF WK-FUNC-ACHADO NOT = 'S'
000253                MOVE 'FUNCIONARIO NAO CADASTRADO' TO ENV-MOTIVO
000254                MOVE 'N' TO WK-EMAIL-VALIDO
000255            ELSE
000256                MOVE DB2-EMAILFUN-TEXT TO ENV-EMAIL
000257                PERFORM 251-CONFERE-EMAIL
000258            END-IF.
000259            IF WK-EMAIL-VALIDO = 'S'
000260                PERFORM 261-MONTA-SENHA
000261            END-IF.
000262            IF WK-EMAIL-VALIDO = 'S'
000263                MOVE 'M' TO ENV-STATUS
000264            ELSE
000265                MOVE 'I' TO ENV-STATUS
000266            END-IF.
000267            PERFORM 271-REGISTRA-ENVIO.
000268            EVALUATE WK-SITUACAO
000269                WHEN 'M'
000270                    PERFORM 281-INICIA-EMAIL
000271                WHEN 'I'
000272                    WRITE IMPRESSA-REC FROM WK-TITULO
000273                    WRITE IMPRESSA-REC FROM WK-LINHA-LIDA
000274                    ADD 1 TO WK-QTD-IMPRESSAO
000275                    MOVE 'IMPRESSAO' TO WK-DESTINO
000276                WHEN OTHER
000277                    ADD 1 TO WK-QTD-JA-DISTRIB
000278                    MOVE 'JA DISTRIB' TO WK-DESTINO
000279            END-EVALUATE.
000280            PERFORM 411-LINHA-DISTRIBUICAO.
000281       *
000282       * TIPO E REFERENCIA PELA POSICAO DO TEXTO NO TITULO
000283        231-IDENTIFICA-DOCUMENTO.
000284            MOVE SPACES TO ENV-TIPO-DOCUMENTO.
000285            MOVE SPACES TO ENV-REFERENCIA.
000286            EVALUATE TRUE
000287                WHEN WK-TITULO(18:12) = 'CONTRACHEQUE'
000288                    MOVE 'C' TO ENV-TIPO-DOCUMENTO
000289                    MOVE WK-TITULO(31:7) TO ENV-REFERENCIA
000290                    MOVE SPACES TO WK-ASSUNTO
000291                    STRING 'CONTRACHEQUE ' WK-TITULO(31:7)
000292                        DELIMITED BY SIZE INTO WK-ASSUNTO
000293                    END-STRING
000294                WHEN WK-TITULO(12:17) NOT = 'DEMONSTRATIVO DE '
000295                    CONTINUE
000296                WHEN WK-TITULO(29:9) = 'RESCISAO '
000297                    MOVE 'R' TO ENV-TIPO-DOCUMENTO
000298                    MOVE WK-TITULO(38:10) TO ENV-REFERENCIA
000299                    MOVE SPACES TO WK-ASSUNTO
000300                    STRING 'DEMONSTRATIVO DE RESCISAO ' WK-TITULO(38:10)
000301                        DELIMITED BY SIZE INTO WK-ASSUNTO
000302                    END-STRING
000303                WHEN WK-TITULO(29:7) = 'FERIAS '
000304                    MOVE 'F' TO ENV-TIPO-DOCUMENTO
000305                    MOVE WK-TITULO(36:10) TO ENV-REFERENCIA
000306                    MOVE SPACES TO WK-ASSUNTO
000307                    STRING 'DEMONSTRATIVO DE FERIAS ' WK-TITULO(36:10)
000308                        DELIMITED BY SIZE INTO WK-ASSUNTO
000309                    END-STRING
000310                WHEN WK-TITULO(29:12) = '13O SALARIO '
000311                    MOVE 'D' TO ENV-TIPO-DOCUMENTO
000312                    MOVE WK-TITULO(41:6) TO ENV-REFERENCIA
000313                    MOVE SPACES TO WK-ASSUNTO
000314                    STRING 'DEMONSTRATIVO DE 13O SALARIO '
000315                        WK-TITULO(41:6)
000316                        DELIMITED BY SIZE INTO WK-ASSUNTO
000317                    END-STRING
000318            END-EVALUATE.
000319       *
000320        241-BUSCA-FUNCIONARIO.
000321            MOVE 'N' TO WK-FUNC-ACHADO.
000322            MOVE SPACES TO DB2-EMAILFUN-TEXT.
000323            MOVE ZEROS TO DB2-EMAILFUN-LEN.
000324            MOVE SPACES TO DB2-NASCFUN.
000325            EXEC SQL
000326                SELECT EMAILFUN, NASCFUN
000327                    INTO :DB2-EMAILFUN INDICATOR :WK-INDICATOR-EMAIL,
000328                         :DB2-NASCFUN
000329                    FROM EAD719.FUNCIONARIOS
000330                    WHERE CODFUN = :ENV-CODFUN
000331            END-EXEC.
000332            EVALUATE SQLCODE
000333                WHEN 0
000334                    MOVE 'S' TO WK-FUNC-ACHADO
000335                    IF WK-INDICATOR-EMAIL < 0
000336                        MOVE SPACES TO DB2-EMAILFUN-TEXT
000337                        MOVE ZEROS TO DB2-EMAILFUN-LEN
000338                    END-IF
000339                WHEN 100
000340                    CONTINUE
000341                WHEN OTHER
000342                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000343                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000344                            ' NO SELECT DO FUNCIONARIO'
000345                    MOVE 12 TO RETURN-CODE
000346                    STOP RUN
000347            END-EVALUATE.
000348       *
000349       * E-MAIL VALIDO: SEM BRANCOS NO MEIO, UMA SO ARROBA QUE
000350       * NAO ESTA NO INICIO, E DOMINIO COM PONTO QUE NAO
000351       * TERMINA EM PONTO
000352        251-CONFERE-EMAIL.
000353            MOVE 'N' TO WK-EMAIL-VALIDO.
000354            IF DB2-EMAILFUN-TEXT = SPACES
000355                MOVE 'SEM E-MAIL CADASTRADO' TO ENV-MOTIVO
000356                EXIT PARAGRAPH
000357            END-IF.
000358            MOVE DB2-EMAILFUN-LEN TO WK-TAM-EMAIL.
000359            IF WK-TAM-EMAIL > 30 OR WK-TAM-EMAIL < 1
000360                MOVE 30 TO WK-TAM-EMAIL
000361            END-IF.
000362            MOVE ZEROS TO WK-QTD-ARROBA.
000363            MOVE ZEROS TO WK-POS-ARROBA.
000364            MOVE ZEROS TO WK-POS-BRANCO.
000365            MOVE ZEROS TO WK-POS-ULTIMO.
000366            MOVE ZEROS TO WK-QTD-PONTO-DOMINIO.
000367            MOVE 'N' TO WK-BRANCO-INTERNO.
000368            PERFORM 252-EXAMINA-CARACTER
000369                VARYING WK-IND-CAR FROM 1 BY 1
000370                UNTIL WK-IND-CAR > WK-TAM-EMAIL.
000371            IF WK-BRANCO-INTERNO = 'S'
000372               OR WK-QTD-ARROBA NOT = 1
000373               OR WK-POS-ARROBA < 2
000374               OR WK-QTD-PONTO-DOMINIO = 0
000375               OR DB2-EMAILFUN-TEXT(WK-POS-ULTIMO:1) = '.'
000376                MOVE 'E-MAIL INVALIDO' TO ENV-MOTIVO
000377                EXIT PARAGRAPH
000378            END-IF.
000379            MOVE 'S' TO WK-EMAIL-VALIDO.
000380       *
000381        252-EXAMINA-CARACTER.
000382            MOVE DB2-EMAILFUN-TEXT(WK-IND-CAR:1) TO WK-CARACTER.
000383            IF WK-CARACTER = SPACE
000384                IF WK-POS-BRANCO = 0
000385                    MOVE WK-IND-CAR TO WK-POS-BRANCO
000386                END-IF
000387                EXIT PARAGRAPH
000388            END-IF.
000389            IF WK-POS-BRANCO > 0
000390                MOVE 'S' TO WK-BRANCO-INTERNO
000391            END-IF.
000392            MOVE WK-IND-CAR TO WK-POS-ULTIMO.
000393            IF WK-CARACTER = '@'
000394                ADD 1 TO WK-QTD-ARROBA
000395                MOVE WK-IND-CAR TO WK-POS-ARROBA
000396            END-IF.
000397            IF WK-CARACTER = '.'
000398               AND WK-POS-ARROBA > 0
000399               AND WK-IND-CAR > WK-POS-ARROBA + 1
000400                ADD 1 TO WK-QTD-PONTO-DOMINIO
000401            END-IF.
000402       *
000403       * SEM DATA DE NASCIMENTO NAO HA SENHA: O DOCUMENTO VAI
000404       * PARA IMPRESSAO
000405        261-MONTA-SENHA.
000406            IF DB2-NASCFUN(9:2) NOT NUMERIC
000407               OR DB2-NASCFUN(6:2) NOT NUMERIC
000408                MOVE 'N' TO WK-EMAIL-VALIDO
000409                MOVE 'SEM DATA DE NASCIMENTO PARA A SENHA'
000410                    TO ENV-MOTIVO
000411                EXIT PARAGRAPH
000412            END-IF.
000413            MOVE DB2-NASCFUN(9:2) TO WK-SENHA-DIA.
000414            MOVE DB2-NASCFUN(6:2) TO WK-SENHA-MES.
000415            MOVE ENV-CODFUN       TO WK-SENHA-CODFUN.
000416       *
000417       * DOCUMENTO JA REGISTRADO: ENVIADO OU ENTREGUE NAO SAI DE
000418       * NOVO; IMPRESSO OU DEVOLVIDO VOLTA PARA O E-MAIL QUANDO
000419       * AGORA HA E-MAIL VALIDO (NO DEVOLVIDO, OUTRO ENDERECO)
000420        271-REGISTRA-ENVIO.
000421            MOVE ENV-STATUS TO WK-SITUACAO.
000422            EXEC SQL
000423                INSERT INTO EAD719.ENVIOS_DOCUMENTOS
000424                VALUES(:ENV-CODFUN,
000425                       :ENV-TIPO-DOCUMENTO,
000426                       :ENV-REFERENCIA,
000427                       :ENV-EMAIL,
000428                       :ENV-STATUS,
000429                       :ENV-DT-ENVIO,
000430                       :ENV-DT-RETORNO,
000431                       :ENV-MOTIVO,
000432                       CURRENT TIMESTAMP)
000433            END-EXEC.
000434            EVALUATE SQLCODE
000435                WHEN 0
000436                    CONTINUE
000437                WHEN -803
000438                    PERFORM 272-DOCUMENTO-JA-REGISTRADO
000439                WHEN OTHER
000440                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000441                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000442                            ' NO INSERT DO ENVIO'
000443                    MOVE 12 TO RETURN-CODE
000444                    STOP RUN
000445            END-EVALUATE.
000446       *
000447        272-DOCUMENTO-JA-REGISTRADO.
000448            EXEC SQL
000449                SELECT STATUS, EMAIL
000450                    INTO :WK-STATUS-ANTERIOR, :WK-EMAIL-ANTERIOR
000451                    FROM EAD719.ENVIOS_DOCUMENTOS
000452                    WHERE CODFUN = :ENV-CODFUN
000453                      AND TIPO-DOCUMENTO = :ENV-TIPO-DOCUMENTO
000454                      AND REFERENCIA = :ENV-REFERENCIA
000455            END-EXEC.
000456            IF SQLCODE NOT = 0
000457                MOVE SQLCODE TO WK-SQLCODE-EDIT
000458                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000459                        ' NO SELECT DO ENVIO'
000460                MOVE 12 TO RETURN-CODE
000461                STOP RUN
000462            END-IF.
000463            IF WK-EMAIL-VALIDO NOT = 'S'
000464               OR WK-STATUS-ANTERIOR = 'M'
000465               OR WK-STATUS-ANTERIOR = 'E'
000466               OR (WK-STATUS-ANTERIOR = 'B'
000467                   AND WK-EMAIL-ANTERIOR = ENV-EMAIL)
000468                MOVE 'X' TO WK-SITUACAO
000469                EVALUATE WK-STATUS-ANTERIOR
000470                    WHEN 'M'
000471                        MOVE 'JA ENVIADO AO GATEWAY' TO ENV-MOTIVO
000472                    WHEN 'E'
000473                        MOVE 'JA ENTREGUE' TO ENV-MOTIVO
000474                    WHEN 'B'
000475                        MOVE 'DEVOLVIDO - CORRIGIR O E-MAIL'
000476                            TO ENV-MOTIVO
000477                    WHEN OTHER
000478                        MOVE 'JA NO ARQUIVO DE IMPRESSAO'
000479                            TO ENV-MOTIVO
000480                END-EVALUATE
000481                EXIT PARAGRAPH
000482            END-IF.
000483            EXEC SQL
000484                UPDATE EAD719.ENVIOS_DOCUMENTOS
000485                    SET EMAIL = :ENV-EMAIL,
000486                        STATUS = 'M',
000487                        DT-ENVIO = :ENV-DT-ENVIO,
000488                        DT-RETORNO = ' ',
000489                        MOTIVO = ' ',
000490                        TS-ULT-ALTERACAO = CURRENT TIMESTAMP
000491                    WHERE CODFUN = :ENV-CODFUN
000492                      AND TIPO-DOCUMENTO = :ENV-TIPO-DOCUMENTO
000493                      AND REFERENCIA = :ENV-REFERENCIA
000494            END-EXEC.
000495            IF SQLCODE NOT = 0
000496                MOVE SQLCODE TO WK-SQLCODE-EDIT
000497                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000498                        ' NO UPDATE DO ENVIO'
000499                MOVE 12 TO RETURN-CODE
000500                STOP RUN
000501            END-IF.
000502            ADD 1 TO WK-QTD-REENVIADOS.
000503       *
000504        281-INICIA-EMAIL.
000505            MOVE ENV-TIPO-DOCUMENTO TO WK-GEN-TIPO-DOC.
000506            MOVE ENV-CODFUN         TO WK-GEN-CODFUN.
000507            MOVE ENV-REFERENCIA     TO WK-GEN-REFERENCIA.
000508            MOVE ENV-EMAIL          TO WK-GEN-EMAIL.
000509            MOVE WK-SENHA           TO WK-GEN-SENHA.
000510            MOVE WK-ASSUNTO         TO WK-GEN-ASSUNTO.
000511            MOVE WK-GATE-ENVELOPE TO MAILGATE-REC.
000512            PERFORM 711-GRAVA-GATEWAY.
000513            MOVE WK-GEN-ID-DOCUMENTO TO WK-GLI-ID-DOCUMENTO.
000514            MOVE ZEROS TO WK-QTD-LINHAS-DOC.
000515            MOVE WK-TITULO TO WK-GLI-TEXTO.
000516            PERFORM 721-GRAVA-LINHA-EMAIL.
000517            MOVE WK-LINHA-LIDA TO WK-GLI-TEXTO.
000518            PERFORM 721-GRAVA-LINHA-EMAIL.
000519            ADD 1 TO WK-QTD-EMAIL.
000520            MOVE 'E-MAIL' TO WK-DESTINO.
000521       *******************************************************
000522        300-LEITURAS SECTION.
000523        301-LER-DOCUMENTO.
000524            READ DOCUMENT-FILE INTO WK-LINHA-LIDA
000525                AT END
000526                    MOVE 'S' TO WK-EOF-DOCUMENT
000527            END-READ.
000528            IF WK-EOF-DOCUMENT NOT = 'S'
000529                ADD 1 TO WK-QTD-LINHAS-LIDAS
000530            END-IF.
000531       *******************************************************
000532        400-RELATORIO SECTION.
000533        411-LINHA-DISTRIBUICAO.
000534            MOVE SPACES TO RELDISTR-REC.
000535            IF WK-DESTINO = 'E-MAIL'
000536                STRING ENV-TIPO-DOCUMENTO ' ' ENV-CODFUN ' '
000537                    ENV-REFERENCIA ' ' WK-DESTINO ' ' ENV-EMAIL
000538                    DELIMITED BY SIZE INTO RELDISTR-REC
000539                END-STRING
000540            ELSE
000541                STRING ENV-TIPO-DOCUMENTO ' ' ENV-CODFUN ' '
000542                    ENV-REFERENCIA ' ' WK-DESTINO ' ' ENV-MOTIVO
000543                    DELIMITED BY SIZE INTO RELDISTR-REC
000544                END-STRING
000545            END-IF.
000546            WRITE RELDISTR-REC.
000547       *******************************************************
000548        700-GRAVA-GATEWAY SECTION.
000549        711-GRAVA-GATEWAY.
000550            WRITE MAILGATE-REC.
000551            ADD 1 TO WK-QTD-REG-GATE.
000552       *
000553        721-GRAVA-LINHA-EMAIL.
000554            MOVE WK-GATE-LINHA TO MAILGATE-REC.
000555            PERFORM 711-GRAVA-GATEWAY.
000556            ADD 1 TO WK-QTD-LINHAS-DOC.
000557       *******************************************************
000558        900-FINALIZAR SECTION.
000559        901-FINALIZAR.
000560            ADD 1 TO WK-QTD-REG-GATE.
000561            MOVE WK-QTD-EMAIL    TO WK-GTR-QTD-DOCUMENTOS.
000562            MOVE WK-QTD-REG-GATE TO WK-GTR-QTD-REGISTROS.
000563            MOVE WK-GATE-TRAILER TO MAILGATE-REC.
000564            WRITE MAILGATE-REC.
000565            CLOSE DOCUMENT-FILE.
000566            CLOSE MAILGATE-FILE.
000567            CLOSE IMPRESSA-FILE.
000568            MOVE SPACES TO RELDISTR-REC.
000569            WRITE RELDISTR-REC.
000570            MOVE WK-QTD-EMAIL TO WK-RESUMO-EDIT.
000571            MOVE SPACES TO RELDISTR-REC.
000572            STRING 'DOCUMENTOS POR E-MAIL .... ' WK-RESUMO-EDIT
000573                DELIMITED BY SIZE INTO RELDISTR-REC
000574            END-STRING.
000575            WRITE RELDISTR-REC.
000576            MOVE WK-QTD-IMPRESSAO TO WK-RESUMO-EDIT.
000577            MOVE SPACES TO RELDISTR-REC.
000578            STRING 'DOCUMENTOS PARA IMPRESSAO  ' WK-RESUMO-EDIT
000579                DELIMITED BY SIZE INTO RELDISTR-REC
000580            END-STRING.
000581            WRITE RELDISTR-REC.
000582            MOVE WK-QTD-JA-DISTRIB TO WK-RESUMO-EDIT.
000583            MOVE SPACES TO RELDISTR-REC.
000584            STRING 'JA DISTRIBUIDOS ANTES .... ' WK-RESUMO-EDIT
000585                DELIMITED BY SIZE INTO RELDISTR-REC
000586            END-STRING.
000587            WRITE RELDISTR-REC.
000588            CLOSE RELDISTR-FILE.
000589            EXEC SQL
000590                COMMIT
000591            END-EXEC.
000592            DISPLAY '*********************************************'.
000593            DISPLAY '*   RESUMO DA DISTRIBUICAO EAD71967        *'.
000594            DISPLAY '*********************************************'.
000595            MOVE WK-QTD-DOCUMENTOS TO WK-RESUMO-EDIT.
000596            DISPLAY 'DOCUMENTOS LIDOS        : ' WK-RESUMO-EDIT.
000597            MOVE WK-QTD-EMAIL TO WK-RESUMO-EDIT.
000598            DISPLAY 'ENVIADOS POR E-MAIL     : ' WK-RESUMO-EDIT.
000599            MOVE WK-QTD-REENVIADOS TO WK-RESUMO-EDIT.
000600            DISPLAY '  DOS QUAIS REENVIADOS  : ' WK-RESUMO-EDIT.
000601            MOVE WK-QTD-IMPRESSAO TO WK-RESUMO-EDIT.
000602            DISPLAY 'SO IMPRESSAO            : ' WK-RESUMO-EDIT.
000603            MOVE WK-QTD-JA-DISTRIB TO WK-RESUMO-EDIT.
000604            DISPLAY 'JA DISTRIBUIDOS ANTES   : ' WK-RESUMO-EDIT.
000605            MOVE WK-QTD-DESCONHECIDOS TO WK-RESUMO-EDIT.
000606            DISPLAY 'TIPO DESCONHECIDO       : ' WK-RESUMO-EDIT.
000607            MOVE WK-QTD-BLOCOS-IGNOR TO WK-RESUMO-EDIT.
000608            DISPLAY 'BLOCOS SEM FUNCIONARIO  : ' WK-RESUMO-EDIT.
000609            DISPLAY '*********************************************'.
000610            IF WK-QTD-DESCONHECIDOS > 0
000611                MOVE 4 TO RETURN-CODE
000612            END-IF.
