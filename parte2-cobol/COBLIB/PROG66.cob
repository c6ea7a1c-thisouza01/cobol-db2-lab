000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID.    EAD71966.
000003        AUTHOR.        THIAGO.
000004       *********************************************************
000005       * GERACAO DOS ARQUIVOS CNAB 240 (FEBRABAN) DE CREDITO    *
000006       * DE SALARIOS, UM ARQUIVO POR BANCO DO FUNCIONARIO       *
000007       * ENTRADA CREDITOS: ARQUIVOS DE CREDITO NO LAYOUT        *
000008       * INTERNO 0/1/9 (REMESSA DO EAD71927, ADIANTAMENTO DO    *
000009       * EAD71947, PAGFER DO EAD71934, RE-REMESSA DO EAD71941), *
000010       * UM OU MAIS CONCATENADOS; CADA TRAILER E CONFERIDO E    *
000011       * ARQUIVO INCONSISTENTE TERMINA COM RC=12 SEM GERAR NADA *
000012       * PARA CADA BANCO ATIVO DE EAD719.CONVENIOS_BANCARIOS    *
000013       * COM CREDITO: HEADER DE ARQUIVO (NSA = ULTIMO + 1,      *
000014       * GUARDADO NO CONVENIO), UM LOTE POR ESTABELECIMENTO E   *
000015       * FORMA DE LANCAMENTO (01=CONTA CORRENTE, 05=POUPANCA)   *
000016       * COM HEADER, SEGMENTOS A E TRAILER COM OS TOTAIS, E     *
000017       * TRAILER DE ARQUIVO; SAIDA NO DD CNAB01 A CNAB05 DO     *
000018       * CONVENIO                                               *
000019       * O SEU NUMERO DO SEGMENTO A LEVA TIPO DO CREDITO +      *
000020       * CODFUN + DATA DE GERACAO + COMPETENCIA, PARA O         *
000021       * EAD71941 CASAR O RETORNO                               *
000022       * CREDITO DE BANCO SEM CONVENIO OU DE ESTABELECIMENTO    *
000023       * NAO CADASTRADO NAO E ENVIADO: SAI NO RELCNAB, O        *
000024       * PAGAMENTO DE SALARIO FICA 'R' (VOLTA NA RE-REMESSA DO  *
000025       * EAD71941) E O JOB TERMINA COM RC=8                     *
000026       * CARTAO OPCIONAL: 'D' DATA DO CREDITO (AAAAMMDD);       *
000027       * SEM ELE O CREDITO E PARA HOJE                          *
000028       *********************************************************
000029       *
000030        ENVIRONMENT DIVISION.
000031        CONFIGURATION SECTION.
000032        SPECIAL-NAMES.
000033            DECIMAL-POINT IS COMMA.
000034        INPUT-OUTPUT SECTION.
000035        FILE-CONTROL.
000036            SELECT PARAMETRO-FILE ASSIGN TO SYSIN
000037                ORGANIZATION IS SEQUENTIAL.
000038            SELECT CREDITOS-FILE ASSIGN TO CREDITOS
000039                ORGANIZATION IS SEQUENTIAL.
000040            SELECT CNAB01-FILE ASSIGN TO CNAB01
000041                ORGANIZATION IS SEQUENTIAL.
000042            SELECT CNAB02-FILE ASSIGN TO CNAB02
000043                ORGANIZATION IS SEQUENTIAL.
000044            SELECT CNAB03-FILE ASSIGN TO CNAB03
000045                ORGANIZATION IS SEQUENTIAL.
000046            SELECT CNAB04-FILE ASSIGN TO CNAB04
000047                ORGANIZATION IS SEQUENTIAL.
000048            SELECT CNAB05-FILE ASSIGN TO CNAB05
000049                ORGANIZATION IS SEQUENTIAL.
000050            SELECT RELCNAB-FILE ASSIGN TO RELCNAB
000051                ORGANIZATION IS SEQUENTIAL.
000052       *
000053        DATA DIVISION.
000054        FILE SECTION.
000055        FD  PARAMETRO-FILE
000056            RECORDING MODE IS F.
000057        01  PARAMETRO-REC               PIC X(80).
000058        FD  CREDITOS-FILE
000059            RECORDING MODE IS F.
000060        01  CREDITOS-REC                PIC X(80).
000061        FD  CNAB01-FILE
000062            RECORDING MODE IS F.
000063        01  CNAB01-REC                  PIC X(240).
000064        FD  CNAB02-FILE
000065            RECORDING MODE IS F.
000066        01  CNAB02-REC                  PIC X(240).
000067        FD  CNAB03-FILE
000068            RECORDING MODE IS F.
000069        01  CNAB03-REC                  PIC X(240).
000070        FD  CNAB04-FILE
000071            RECORDING MODE IS F.
000072        01  CNAB04-REC                  PIC X(240).
000073        FD  CNAB05-FILE
000074            RECORDING MODE IS F.
000075        01  CNAB05-REC                  PIC X(240).
000076        FD  RELCNAB-FILE
000077            RECORDING MODE IS F.
000078        01  RELCNAB-REC                 PIC X(80).
000079        WORKING-STORAGE SECTION.
000080            EXEC SQL
000081                INCLUDE BOOKCONV
000082            END-EXEC.
000083            EXEC SQL
000084                INCLUDE BOOKESTB
000085            END-EXEC.
000086            EXEC SQL
000087                INCLUDE BOOKPAGT
000088            END-EXEC.
000089            EXEC SQL
000090                INCLUDE SQLCA
000091            END-EXEC.
000092            EXEC SQL
000093                DECLARE CONVTEMP CURSOR FOR
000094                    SELECT BANCO, NOME-BANCO, SAIDA, CNPJ,
000095                           RAZAO-SOCIAL, CONVENIO, AGENCIA,
000096                           DV-AGENCIA, CONTA, DV-CONTA, NSA
000097                        FROM EAD719.CONVENIOS_BANCARIOS
000098                    WHERE STATUS = 'A'
000099                    ORDER BY BANCO
000100            END-EXEC.
000101            EXEC SQL
000102                DECLARE ESTABTEMP CURSOR FOR
000103                    SELECT CODESTAB, CNPJ, NOME, ENDERECO
000104                        FROM EAD719.ESTABELECIMENTOS
000105                    ORDER BY CODESTAB
000106            END-EXEC.
000107        77  WK-SQLCODE-EDIT         PIC -999        VALUE ZEROS.
000108        77  WK-RESUMO-EDIT          PIC ZZ.ZZ9      VALUE ZEROS.
000109        77  WK-VALOR-EDIT           PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000110        77  WK-EOF-SYSIN            PIC X           VALUE 'N'.
000111        77  WK-EOF-CREDITOS         PIC X           VALUE 'N'.
000112        77  WK-FIM-CONV             PIC X           VALUE 'N'.
000113        77  WK-FIM-ESTAB            PIC X           VALUE 'N'.
000114       *
000115       * CARTAO DE PARAMETRO: 'D' DATA DO CREDITO (AAAAMMDD)
000116        01  WK-PARM-ACCEPT.
000117            05  WK-PARM-TIPO          PIC X(01)     VALUE SPACES.
000118            05  WK-PARM-DATA          PIC X(08)     VALUE SPACES.
000119            05  FILLER                PIC X(71)     VALUE SPACES.
000120       *
000121        01  WK-DATA-ATUAL.
000122            05  WK-ANO-ATUAL       PIC 9(04).
000123            05  WK-MES-ATUAL       PIC 9(02).
000124            05  WK-DIA-ATUAL       PIC 9(02).
000125        77  WK-HORA-ATUAL          PIC X(06)       VALUE SPACES.
000126        01  WK-DATA-CREDITO.
000127            05  WK-ANO-CREDITO     PIC 9(04).
000128            05  WK-MES-CREDITO     PIC 9(02).
000129            05  WK-DIA-CREDITO     PIC 9(02).
000130        77  WK-DATA-CREDITO-CNAB   PIC X(08)       VALUE SPACES.
000131        77  WK-DATA-GERACAO-CNAB   PIC X(08)       VALUE SPACES.
000132       *
000133       * ARQUIVO DE CREDITOS NO LAYOUT INTERNO: 0=HEADER DO BLOCO,
000134       * 1=DETALHE, 9=TRAILER DO BLOCO
000135        01  WK-CREDITO-LIDO.
000136            05  WK-CRD-TIPO           PIC X(01).
000137            05  FILLER                PIC X(79).
000138        01  WK-CREDITO-HEADER REDEFINES WK-CREDITO-LIDO.
000139            05  FILLER                PIC X(01).
000140            05  WK-CRH-LITERAL        PIC X(16).
000141            05  WK-CRH-DATA-GERACAO   PIC X(08).
000142            05  FILLER                PIC X(55).
000143        01  WK-CREDITO-DETALHE REDEFINES WK-CREDITO-LIDO.
000144            05  FILLER                PIC X(01).
000145            05  WK-CRD-CODFUN         PIC X(04).
000146            05  WK-CRD-NOMEFUN        PIC X(30).
000147            05  WK-CRD-DEPTOFUN       PIC X(03).
000148            05  WK-CRD-VALOR          PIC 9(08)V99.
000149            05  WK-CRD-BANCO          PIC X(03).
000150            05  WK-CRD-AGENCIA        PIC X(04).
000151            05  WK-CRD-CONTA          PIC X(08).
000152            05  WK-CRD-DIGITO         PIC X(01).
000153            05  WK-CRD-TIPO-CONTA     PIC X(01).
000154            05  WK-CRD-CODESTAB       PIC X(02).
000155            05  WK-CRD-COMPETENCIA    PIC X(07).
000156            05  FILLER                PIC X(06).
000157        01  WK-CREDITO-TRAILER REDEFINES WK-CREDITO-LIDO.
000158            05  FILLER                PIC X(01).
000159            05  WK-CRT-QTD-DETALHES   PIC 9(06).
000160            05  WK-CRT-VALOR-TOTAL    PIC 9(11)V99.
000161            05  FILLER                PIC X(60).
000162       *
000163       * BLOCO EM LEITURA; O TIPO DO CREDITO VEM DO LITERAL DO
000164       * HEADER: S=SALARIO C=COMPLEMENTAR R=RE-REMESSA
000165       * A=ADIANTAMENTO F=FERIAS
000166        77  WK-BLOCO-ABERTO        PIC X           VALUE 'N'.
000167        77  WK-TIPO-BLOCO          PIC X(01)       VALUE SPACES.
000168        77  WK-DT-GERACAO-BLOCO    PIC X(08)       VALUE SPACES.
000169        77  WK-BLO-QTD             PIC 9(06)       VALUE ZEROS.
000170        77  WK-BLO-TOTAL           PIC S9(11)V99 COMP-3 VALUE ZEROS.
000171        77  WK-QTD-BLOCOS          PIC 9(05)       VALUE ZEROS.
000172        77  WK-QTD-REG-LIDOS       PIC 9(06)       VALUE ZEROS.
000173        77  WK-MSG-INCONSISTENCIA  PIC X(40)       VALUE SPACES.
000174       *
000175       * CREDITOS CARREGADOS (O REPOSITORIO NAO TEM SORT; CADA
000176       * BANCO E CADA LOTE VARREM A TABELA)
000177       * SITUACAO: ' '=PENDENTE G=GRAVADO NO CNAB
000178       *           E=ESTABELECIMENTO NAO CADASTRADO
000179       *           S=BANCO SEM SAIDA CNAB VALIDA
000180        01  WK-TABELA-CREDITOS.
000181            05  WK-QTD-CREDITOS       PIC 9(04)     VALUE ZEROS.
000182            05  WK-CREDITO OCCURS 5000 TIMES.
000183                10  WK-CRE-TIPO-CREDITO PIC X(01).
000184                10  WK-CRE-DT-GERACAO PIC X(08).
000185                10  WK-CRE-CODFUN     PIC X(04).
000186                10  WK-CRE-NOMEFUN    PIC X(30).
000187                10  WK-CRE-VALOR      PIC 9(08)V99.
000188                10  WK-CRE-BANCO      PIC X(03).
000189                10  WK-CRE-AGENCIA    PIC X(04).
000190                10  WK-CRE-CONTA      PIC X(08).
000191                10  WK-CRE-DIGITO     PIC X(01).
000192                10  WK-CRE-FORMA      PIC X(02).
000193                10  WK-CRE-CODESTAB   PIC X(02).
000194                10  WK-CRE-COMPETENCIA PIC X(07).
000195                10  WK-CRE-SITUACAO   PIC X(01).
000196        77  WK-IND-CRE             PIC 9(04) COMP  VALUE ZEROS.
000197       *
000198       * SAIDAS CNAB01 A CNAB05 JA GRAVADAS NESTA EXECUCAO
000199        01  WK-TABELA-SAIDAS.
000200            05  WK-SAIDA-USADA        PIC X(01)     OCCURS 5 TIMES.
000201        77  WK-SAIDA-ATUAL         PIC 9(02)       VALUE ZEROS.
000202       *
000203       * REGISTROS CNAB 240 - LAYOUT FEBRABAN DE PAGAMENTO DE
000204       * SALARIOS (SERVICO 30), SEGMENTO A
000205        77  WK-CNAB-REG            PIC X(240)      VALUE SPACES.
000206        01  WK-CNAB-HEADER-ARQ.
000207            05  WK-HA-BANCO           PIC X(03).
000208            05  WK-HA-LOTE            PIC X(04)     VALUE '0000'.
000209            05  WK-HA-TIPO-REG        PIC X(01)     VALUE '0'.
000210            05  FILLER                PIC X(09)     VALUE SPACES.
000211            05  WK-HA-TIPO-INSCRICAO  PIC X(01)     VALUE '2'.
000212            05  WK-HA-CNPJ            PIC X(14).
000213            05  WK-HA-CONVENIO        PIC X(20).
000214            05  WK-HA-AGENCIA         PIC 9(05).
000215            05  WK-HA-DV-AGENCIA      PIC X(01).
000216            05  WK-HA-CONTA           PIC 9(12).
000217            05  WK-HA-DV-CONTA        PIC X(01).
000218            05  WK-HA-DV-AG-CONTA     PIC X(01)     VALUE SPACES.
000219            05  WK-HA-NOME-EMPRESA    PIC X(30).
000220            05  WK-HA-NOME-BANCO      PIC X(30).
000221            05  FILLER                PIC X(10)     VALUE SPACES.
000222            05  WK-HA-REMESSA-RETORNO PIC X(01)     VALUE '1'.
000223            05  WK-HA-DATA-GERACAO    PIC X(08).
000224            05  WK-HA-HORA-GERACAO    PIC X(06).
000225            05  WK-HA-NSA             PIC 9(06).
000226            05  WK-HA-VERSAO-LAYOUT   PIC X(03)     VALUE '089'.
000227            05  WK-HA-DENSIDADE       PIC X(05)     VALUE '01600'.
000228            05  WK-HA-RESERVADO-BANCO PIC X(20)     VALUE SPACES.
000229            05  WK-HA-RESERVADO-EMPR  PIC X(20)     VALUE SPACES.
000230            05  FILLER                PIC X(29)     VALUE SPACES.
000231        01  WK-CNAB-HEADER-LOTE.
000232            05  WK-HL-BANCO           PIC X(03).
000233            05  WK-HL-LOTE            PIC 9(04).
000234            05  WK-HL-TIPO-REG        PIC X(01)     VALUE '1'.
000235            05  WK-HL-OPERACAO        PIC X(01)     VALUE 'C'.
000236            05  WK-HL-SERVICO         PIC X(02)     VALUE '30'.
000237            05  WK-HL-FORMA           PIC X(02).
000238            05  WK-HL-VERSAO-LAYOUT   PIC X(03)     VALUE '045'.
000239            05  FILLER                PIC X(01)     VALUE SPACES.
000240            05  WK-HL-TIPO-INSCRICAO  PIC X(01)     VALUE '2'.
000241            05  WK-HL-CNPJ            PIC X(14).
000242            05  WK-HL-CONVENIO        PIC X(20).
000243            05  WK-HL-AGENCIA         PIC 9(05).
000244            05  WK-HL-DV-AGENCIA      PIC X(01).
000245            05  WK-HL-CONTA           PIC 9(12).
000246            05  WK-HL-DV-CONTA        PIC X(01).
000247            05  WK-HL-DV-AG-CONTA     PIC X(01)     VALUE SPACES.
000248            05  WK-HL-NOME-EMPRESA    PIC X(30).
000249            05  WK-HL-MENSAGEM        PIC X(40)     VALUE SPACES.
000250            05  WK-HL-ENDERECO        PIC X(80).
000251            05  WK-HL-FORMA-PAGTO     PIC X(02)     VALUE '01'.
000252            05  FILLER                PIC X(06)     VALUE SPACES.
000253            05  WK-HL-OCORRENCIAS     PIC X(10)     VALUE SPACES.
000254        01  WK-CNAB-SEGMENTO-A.
000255            05  WK-SA-BANCO           PIC X(03).
000256            05  WK-SA-LOTE            PIC 9(04).
000257            05  WK-SA-TIPO-REG        PIC X(01)     VALUE '3'.
000258            05  WK-SA-SEQUENCIA       PIC 9(05).
000259            05  WK-SA-SEGMENTO        PIC X(01)     VALUE 'A'.
000260            05  WK-SA-TIPO-MOVIMENTO  PIC X(01)     VALUE '0'.
000261            05  WK-SA-INSTRUCAO       PIC X(02)     VALUE '00'.
000262            05  WK-SA-CAMARA          PIC X(03)     VALUE '000'.
000263            05  WK-SA-BANCO-FAV       PIC X(03).
000264            05  WK-SA-AGENCIA-FAV     PIC 9(05).
000265            05  WK-SA-DV-AGENCIA-FAV  PIC X(01)     VALUE SPACES.
000266            05  WK-SA-CONTA-FAV       PIC 9(12).
000267            05  WK-SA-DV-CONTA-FAV    PIC X(01).
000268            05  WK-SA-DV-AG-CONTA-FAV PIC X(01)     VALUE SPACES.
000269            05  WK-SA-NOME-FAV        PIC X(30).
000270            05  WK-SA-SEU-NUMERO.
000271                10  WK-SA-TIPO-CREDITO PIC X(01).
000272                10  WK-SA-CODFUN      PIC X(04).
000273                10  WK-SA-DT-GERACAO  PIC X(08).
000274                10  WK-SA-COMPETENCIA PIC X(07).
000275            05  WK-SA-DATA-PAGAMENTO  PIC X(08).
000276            05  WK-SA-MOEDA           PIC X(03)     VALUE 'BRL'.
000277            05  WK-SA-QTD-MOEDA       PIC 9(10)V9(05) VALUE ZEROS.
000278            05  WK-SA-VALOR           PIC 9(13)V99.
000279            05  WK-SA-NOSSO-NUMERO    PIC X(20)     VALUE SPACES.
000280            05  WK-SA-DATA-REAL       PIC X(08)     VALUE ZEROS.
000281            05  WK-SA-VALOR-REAL      PIC 9(13)V99  VALUE ZEROS.
000282            05  WK-SA-INFORMACAO      PIC X(40).
000283            05  WK-SA-FINALIDADE-DOC  PIC X(02)     VALUE SPACES.
000284            05  WK-SA-FINALIDADE-TED  PIC X(05)     VALUE SPACES.
000285            05  WK-SA-FINALIDADE-COMP PIC X(02)     VALUE SPACES.
000286            05  FILLER                PIC X(03)     VALUE SPACES.
000287            05  WK-SA-AVISO           PIC X(01)     VALUE '0'.
000288            05  WK-SA-OCORRENCIAS     PIC X(10)     VALUE SPACES.
000289        01  WK-CNAB-TRAILER-LOTE.
000290            05  WK-TL-BANCO           PIC X(03).
000291            05  WK-TL-LOTE            PIC 9(04).
000292            05  WK-TL-TIPO-REG        PIC X(01)     VALUE '5'.
000293            05  FILLER                PIC X(09)     VALUE SPACES.
000294            05  WK-TL-QTD-REGISTROS   PIC 9(06).
000295            05  WK-TL-VALOR           PIC 9(16)V99.
000296            05  WK-TL-QTD-MOEDA       PIC 9(13)V9(05) VALUE ZEROS.
000297            05  WK-TL-AVISO-DEBITO    PIC 9(06)     VALUE ZEROS.
000298            05  FILLER                PIC X(165)    VALUE SPACES.
000299            05  WK-TL-OCORRENCIAS     PIC X(10)     VALUE SPACES.
000300        01  WK-CNAB-TRAILER-ARQ.
000301            05  WK-TA-BANCO           PIC X(03).
000302            05  WK-TA-LOTE            PIC X(04)     VALUE '9999'.
000303            05  WK-TA-TIPO-REG        PIC X(01)     VALUE '9'.
000304            05  FILLER                PIC X(09)     VALUE SPACES.
000305            05  WK-TA-QTD-LOTES       PIC 9(06).
000306            05  WK-TA-QTD-REGISTROS   PIC 9(06).
000307            05  WK-TA-QTD-CONTAS      PIC 9(06)     VALUE ZEROS.
000308            05  FILLER                PIC X(205)    VALUE SPACES.
000309       *
000310       * CONTADORES DO ARQUIVO E DO LOTE EM GRAVACAO
000311        77  WK-FORMA-LOTE          PIC X(02)       VALUE SPACES.
000312        77  WK-QTD-CRED-BANCO      PIC 9(06)       VALUE ZEROS.
000313        77  WK-QTD-CRED-LOTE       PIC 9(06)       VALUE ZEROS.
000314        77  WK-QTD-LOTES-ARQ       PIC 9(06)       VALUE ZEROS.
000315        77  WK-QTD-REG-ARQ         PIC 9(06)       VALUE ZEROS.
000316        77  WK-SEQ-LOTE            PIC 9(05)       VALUE ZEROS.
000317        77  WK-TOT-LOTE            PIC S9(11)V99 COMP-3 VALUE ZEROS.
000318        77  WK-TOT-ARQ             PIC S9(11)V99 COMP-3 VALUE ZEROS.
000319       *
000320       * TOTAIS DE CONTROLE: LIDO = GRAVADO + NAO ENVIADO
000321        77  WK-QTD-LIDOS           PIC 9(06)       VALUE ZEROS.
000322        77  WK-TOT-LIDO            PIC S9(11)V99 COMP-3 VALUE ZEROS.
000323        77  WK-QTD-GRAVADOS        PIC 9(06)       VALUE ZEROS.
000324        77  WK-TOT-GRAVADO         PIC S9(11)V99 COMP-3 VALUE ZEROS.
000325        77  WK-QTD-NAO-ENVIADOS    PIC 9(06)       VALUE ZEROS.
000326        77  WK-TOT-NAO-ENVIADO     PIC S9(11)V99 COMP-3 VALUE ZEROS.
000327        77  WK-QTD-ARQUIVOS        PIC 9(05)       VALUE ZEROS.
000328        77  WK-QTD-PAGTO-REJEITADO PIC 9(06)       VALUE ZEROS.
000329        77  WK-TOTAL-EDIT          PIC -(9)9,99    VALUE ZEROS.
000330        77  WK-NSA-EDIT            PIC ZZZZZ9      VALUE ZEROS.
000331       *
000332        PROCEDURE DIVISION.
000333        000-PRINCIPAL SECTION.
000334        001-PRINCIPAL.
000335            PERFORM 101-INICIAR.
000336            PERFORM 201-PROCESSA-BANCO UNTIL WK-FIM-CONV = 'S'.
000337            PERFORM 501-CREDITOS-NAO-ENVIADOS.
000338            PERFORM 901-FINALIZAR.
000339            STOP RUN.
000340       *******************************************************
000341        100-INICIAR SECTION.
000342        101-INICIAR.
000343            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-ATUAL.
000344            MOVE FUNCTION CURRENT-DATE(9:6) TO WK-HORA-ATUAL.
000345            MOVE WK-DATA-ATUAL TO WK-DATA-CREDITO.
000346            OPEN INPUT PARAMETRO-FILE.
000347            PERFORM 111-LER-PARAMETRO UNTIL WK-EOF-SYSIN = 'S'.
000348            CLOSE PARAMETRO-FILE.
000349            STRING WK-DIA-ATUAL WK-MES-ATUAL WK-ANO-ATUAL
000350                DELIMITED BY SIZE INTO WK-DATA-GERACAO-CNAB
000351            END-STRING.
000352            STRING WK-DIA-CREDITO WK-MES-CREDITO WK-ANO-CREDITO
000353                DELIMITED BY SIZE INTO WK-DATA-CREDITO-CNAB
000354            END-STRING.
000355            MOVE SPACES TO WK-TABELA-SAIDAS.
000356            OPEN INPUT CREDITOS-FILE.
000357            PERFORM 191-LER-CREDITO.
000358            PERFORM 121-CARREGA-CREDITO UNTIL WK-EOF-CREDITOS = 'S'.
000359            CLOSE CREDITOS-FILE.
000360            IF WK-BLOCO-ABERTO = 'S'
000361                MOVE 'ULTIMO BLOCO SEM TRAILER'
000362                    TO WK-MSG-INCONSISTENCIA
000363                PERFORM 181-CREDITOS-INCONSISTENTES
000364            END-IF.
000365            OPEN OUTPUT RELCNAB-FILE.
000366            MOVE SPACES TO RELCNAB-REC.
000367            STRING 'EAD719 - REMESSA CNAB 240 DE CREDITOS - CREDITO EM '
000368                WK-DIA-CREDITO '/' WK-MES-CREDITO '/' WK-ANO-CREDITO
000369                DELIMITED BY SIZE INTO RELCNAB-REC
000370            END-STRING.
000371            WRITE RELCNAB-REC.
000372            EXEC SQL
000373                OPEN CONVTEMP
000374            END-EXEC.
000375            IF SQLCODE NOT = 0
000376                MOVE SQLCODE TO WK-SQLCODE-EDIT
000377                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000378                        ' NO COMANDO OPEN CURSOR'
000379                MOVE 12 TO RETURN-CODE
000380                STOP RUN
000381            END-IF.
000382            PERFORM 391-LER-CONVTEMP.
000383       *
000384        111-LER-PARAMETRO.
000385            READ PARAMETRO-FILE INTO WK-PARM-ACCEPT
000386                AT END
000387                    MOVE 'S' TO WK-EOF-SYSIN
000388            END-READ.
000389            IF WK-EOF-SYSIN = 'S'
000390                EXIT PARAGRAPH
000391            END-IF.
000392            IF WK-PARM-TIPO = 'D'
000393                IF WK-PARM-DATA NOT NUMERIC
000394                    DISPLAY 'DATA DO CREDITO ' WK-PARM-DATA
000395                            ' INVALIDA!'
000396                    MOVE 12 TO RETURN-CODE
000397                    STOP RUN
000398                END-IF
000399                MOVE WK-PARM-DATA TO WK-DATA-CREDITO
000400                IF WK-MES-CREDITO < 1 OR WK-MES-CREDITO > 12
000401                   OR WK-DIA-CREDITO < 1 OR WK-DIA-CREDITO > 31
000402                    DISPLAY 'DATA DO CREDITO ' WK-PARM-DATA
000403                            ' INVALIDA!'
000404                    MOVE 12 TO RETURN-CODE
000405                    STOP RUN
000406                END-IF
000407            ELSE
000408                DISPLAY 'CARTAO ' WK-PARM-TIPO ' IGNORADO.'
000409            END-IF.
000410       *
000411        121-CARREGA-CREDITO.
000412            ADD 1 TO WK-QTD-REG-LIDOS.
000413            EVALUATE WK-CRD-TIPO
000414                WHEN '0'
000415                    PERFORM 131-ABRE-BLOCO
000416                WHEN '1'
000417                    PERFORM 141-GUARDA-CREDITO
000418                WHEN '9'
000419                    PERFORM 151-FECHA-BLOCO
000420                WHEN OTHER
000421                    MOVE 'TIPO DE REGISTRO INVALIDO'
000422                        TO WK-MSG-INCONSISTENCIA
000423                    PERFORM 181-CREDITOS-INCONSISTENTES
000424            END-EVALUATE.
000425            PERFORM 191-LER-CREDITO.
000426       *
000427        131-ABRE-BLOCO.
000428            IF WK-BLOCO-ABERTO = 'S'
000429                MOVE 'BLOCO ANTERIOR SEM TRAILER'
000430                    TO WK-MSG-INCONSISTENCIA
000431                PERFORM 181-CREDITOS-INCONSISTENTES
000432            END-IF.
000433            EVALUATE WK-CRH-LITERAL
000434                WHEN 'REMESSA SALARIOS'
000435                    MOVE 'S' TO WK-TIPO-BLOCO
000436                WHEN 'REMESSA COMPLEM '
000437                    MOVE 'C' TO WK-TIPO-BLOCO
000438                WHEN 'REREMES SALARIOS'
000439                    MOVE 'R' TO WK-TIPO-BLOCO
000440                WHEN 'REMESSA ADIANTAM'
000441                    MOVE 'A' TO WK-TIPO-BLOCO
000442                WHEN 'REMESSA FERIAS  '
000443                    MOVE 'F' TO WK-TIPO-BLOCO
000444                WHEN OTHER
000445                    MOVE 'HEADER DE ORIGEM DESCONHECIDA'
000446                        TO WK-MSG-INCONSISTENCIA
000447                    PERFORM 181-CREDITOS-INCONSISTENTES
000448            END-EVALUATE.
000449            MOVE WK-CRH-DATA-GERACAO TO WK-DT-GERACAO-BLOCO.
000450            MOVE ZEROS TO WK-BLO-QTD.
000451            MOVE ZEROS TO WK-BLO-TOTAL.
000452            MOVE 'S' TO WK-BLOCO-ABERTO.
000453            ADD 1 TO WK-QTD-BLOCOS.
000454       *
000455        141-GUARDA-CREDITO.
000456            IF WK-BLOCO-ABERTO NOT = 'S'
000457                MOVE 'DETALHE FORA DE BLOCO'
000458                    TO WK-MSG-INCONSISTENCIA
000459                PERFORM 181-CREDITOS-INCONSISTENTES
000460            END-IF.
000461            IF WK-QTD-CREDITOS >= 5000
000462                MOVE 'MAIS DE 5000 CREDITOS'
000463                    TO WK-MSG-INCONSISTENCIA
000464                PERFORM 181-CREDITOS-INCONSISTENTES
000465            END-IF.
000466            ADD 1 TO WK-QTD-CREDITOS.
000467            MOVE WK-QTD-CREDITOS TO WK-IND-CRE.
000468            MOVE WK-TIPO-BLOCO       TO WK-CRE-TIPO-CREDITO(WK-IND-CRE).
000469            MOVE WK-DT-GERACAO-BLOCO TO WK-CRE-DT-GERACAO(WK-IND-CRE).
000470            MOVE WK-CRD-CODFUN       TO WK-CRE-CODFUN(WK-IND-CRE).
000471            MOVE WK-CRD-NOMEFUN      TO WK-CRE-NOMEFUN(WK-IND-CRE).
000472            MOVE WK-CRD-VALOR        TO WK-CRE-VALOR(WK-IND-CRE).
000473            MOVE WK-CRD-BANCO        TO WK-CRE-BANCO(WK-IND-CRE).
000474            MOVE WK-CRD-AGENCIA      TO WK-CRE-AGENCIA(WK-IND-CRE).
000475            MOVE WK-CRD-CONTA        TO WK-CRE-CONTA(WK-IND-CRE).
000476            MOVE WK-CRD-DIGITO       TO WK-CRE-DIGITO(WK-IND-CRE).
000477            MOVE WK-CRD-CODESTAB     TO WK-CRE-CODESTAB(WK-IND-CRE).
000478            MOVE WK-CRD-COMPETENCIA  TO WK-CRE-COMPETENCIA(WK-IND-CRE).
000479            MOVE SPACES              TO WK-CRE-SITUACAO(WK-IND-CRE).
000480            IF WK-CRD-TIPO-CONTA = 'P'
000481                MOVE '05' TO WK-CRE-FORMA(WK-IND-CRE)
000482            ELSE
000483                MOVE '01' TO WK-CRE-FORMA(WK-IND-CRE)
000484            END-IF.
000485            ADD 1 TO WK-BLO-QTD.
000486            ADD WK-CRD-VALOR TO WK-BLO-TOTAL.
000487            ADD 1 TO WK-QTD-LIDOS.
000488            ADD WK-CRD-VALOR TO WK-TOT-LIDO.
000489       *
000490        151-FECHA-BLOCO.
000491            IF WK-BLOCO-ABERTO NOT = 'S'
000492                MOVE 'TRAILER FORA DE BLOCO'
000493                    TO WK-MSG-INCONSISTENCIA
000494                PERFORM 181-CREDITOS-INCONSISTENTES
000495            END-IF.
000496            IF WK-CRT-QTD-DETALHES NOT = WK-BLO-QTD
000497               OR WK-CRT-VALOR-TOTAL NOT = WK-BLO-TOTAL
000498                MOVE 'TRAILER NAO CONFERE COM O BLOCO'
000499                    TO WK-MSG-INCONSISTENCIA
000500                PERFORM 181-CREDITOS-INCONSISTENTES
000501            END-IF.
000502            MOVE 'N' TO WK-BLOCO-ABERTO.
000503       *
000504       * NADA E GRAVADO DE UM ARQUIVO DE CREDITOS QUEBRADO
000505        181-CREDITOS-INCONSISTENTES.
000506            DISPLAY 'ARQUIVO DE CREDITOS INCONSISTENTE NO REGISTRO '
000507                    WK-QTD-REG-LIDOS ': ' WK-MSG-INCONSISTENCIA.
000508            DISPLAY 'NENHUM ARQUIVO CNAB 240 GERADO!'.
000509            MOVE 12 TO RETURN-CODE.
000510            STOP RUN.
000511       *
000512        191-LER-CREDITO.
000513            READ CREDITOS-FILE INTO WK-CREDITO-LIDO
000514                AT END
000515                    MOVE 'S' TO WK-EOF-CREDITOS
000516            END-READ.
000517       *******************************************************
000518        200-PROCESSA-BANCO SECTION.
000519        201-PROCESSA-BANCO.
000520            MOVE ZEROS TO WK-QTD-CRED-BANCO.
000521            PERFORM 211-CONTA-CREDITO-BANCO
000522                VARYING WK-IND-CRE FROM 1 BY 1
000523                UNTIL WK-IND-CRE > WK-QTD-CREDITOS.
000524            IF WK-QTD-CRED-BANCO = 0
000525                PERFORM 391-LER-CONVTEMP
000526                EXIT PARAGRAPH
000527            END-IF.
000528            MOVE CNV-SAIDA TO WK-SAIDA-ATUAL.
000529            IF WK-SAIDA-ATUAL < 1 OR WK-SAIDA-ATUAL > 5
000530                DISPLAY 'BANCO ' CNV-BANCO ' COM SAIDA '
000531                        WK-SAIDA-ATUAL ' INVALIDA!'
000532                PERFORM 212-MARCA-SAIDA-INVALIDA
000533                    VARYING WK-IND-CRE FROM 1 BY 1
000534                    UNTIL WK-IND-CRE > WK-QTD-CREDITOS
000535                PERFORM 391-LER-CONVTEMP
000536                EXIT PARAGRAPH
000537            END-IF.
000538            IF WK-SAIDA-USADA(WK-SAIDA-ATUAL) = 'S'
000539                DISPLAY 'BANCO ' CNV-BANCO ' COM SAIDA '
000540                        WK-SAIDA-ATUAL ' JA USADA NESTA EXECUCAO!'
000541                PERFORM 212-MARCA-SAIDA-INVALIDA
000542                    VARYING WK-IND-CRE FROM 1 BY 1
000543                    UNTIL WK-IND-CRE > WK-QTD-CREDITOS
000544                PERFORM 391-LER-CONVTEMP
000545                EXIT PARAGRAPH
000546            END-IF.
000547            PERFORM 221-GERA-ARQUIVO-BANCO.
000548            PERFORM 213-MARCA-SEM-ESTABELECIMENTO
000549                VARYING WK-IND-CRE FROM 1 BY 1
000550                UNTIL WK-IND-CRE > WK-QTD-CREDITOS.
000551            PERFORM 391-LER-CONVTEMP.
000552       *
000553        211-CONTA-CREDITO-BANCO.
000554            IF WK-CRE-BANCO(WK-IND-CRE) = CNV-BANCO
000555                ADD 1 TO WK-QTD-CRED-BANCO
000556            END-IF.
000557       *
000558        212-MARCA-SAIDA-INVALIDA.
000559            IF WK-CRE-BANCO(WK-IND-CRE) = CNV-BANCO
000560                MOVE 'S' TO WK-CRE-SITUACAO(WK-IND-CRE)
000561            END-IF.
000562       *
000563        213-MARCA-SEM-ESTABELECIMENTO.
000564            IF WK-CRE-BANCO(WK-IND-CRE) = CNV-BANCO
000565               AND WK-CRE-SITUACAO(WK-IND-CRE) = SPACES
000566                MOVE 'E' TO WK-CRE-SITUACAO(WK-IND-CRE)
000567            END-IF.
000568       *
000569       * UM ARQUIVO POR BANCO: HEADER, LOTES POR ESTABELECIMENTO
000570       * E FORMA DE LANCAMENTO, TRAILER; O NSA DO BANCO AVANCA
000571        221-GERA-ARQUIVO-BANCO.
000572            ADD 1 TO CNV-NSA.
000573            MOVE 'S' TO WK-SAIDA-USADA(WK-SAIDA-ATUAL).
000574            PERFORM 711-ABRE-SAIDA.
000575            MOVE ZEROS TO WK-QTD-LOTES-ARQ.
000576            MOVE ZEROS TO WK-QTD-REG-ARQ.
000577            MOVE ZEROS TO WK-TOT-ARQ.
000578            MOVE CNV-BANCO            TO WK-HA-BANCO.
000579            MOVE CNV-CNPJ             TO WK-HA-CNPJ.
000580            MOVE CNV-CONVENIO         TO WK-HA-CONVENIO.
000581            MOVE CNV-AGENCIA          TO WK-HA-AGENCIA.
000582            MOVE CNV-DV-AGENCIA       TO WK-HA-DV-AGENCIA.
000583            MOVE CNV-CONTA            TO WK-HA-CONTA.
000584            MOVE CNV-DV-CONTA         TO WK-HA-DV-CONTA.
000585            MOVE CNV-RAZAO-SOCIAL     TO WK-HA-NOME-EMPRESA.
000586            MOVE CNV-NOME-BANCO       TO WK-HA-NOME-BANCO.
000587            MOVE WK-DATA-GERACAO-CNAB TO WK-HA-DATA-GERACAO.
000588            MOVE WK-HORA-ATUAL        TO WK-HA-HORA-GERACAO.
000589            MOVE CNV-NSA              TO WK-HA-NSA.
000590            MOVE WK-CNAB-HEADER-ARQ TO WK-CNAB-REG.
000591            PERFORM 721-GRAVA-CNAB.
000592            MOVE CNV-NSA TO WK-NSA-EDIT.
000593            MOVE SPACES TO RELCNAB-REC.
000594            WRITE RELCNAB-REC.
000595            MOVE SPACES TO RELCNAB-REC.
000596            STRING 'BANCO ' CNV-BANCO ' ' CNV-NOME-BANCO
000597                ' SAIDA CNAB0' WK-SAIDA-ATUAL(2:1)
000598                ' NSA ' WK-NSA-EDIT
000599                DELIMITED BY SIZE INTO RELCNAB-REC
000600            END-STRING.
000601            WRITE RELCNAB-REC.
000602            EXEC SQL
000603                OPEN ESTABTEMP
000604            END-EXEC.
000605            IF SQLCODE NOT = 0
000606                MOVE SQLCODE TO WK-SQLCODE-EDIT
000607                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000608                        ' NO COMANDO OPEN CURSOR'
000609                MOVE 12 TO RETURN-CODE
000610                STOP RUN
000611            END-IF.
000612            MOVE 'N' TO WK-FIM-ESTAB.
000613            PERFORM 392-LER-ESTABTEMP.
000614            PERFORM 231-PROCESSA-ESTABELECIMENTO
000615                UNTIL WK-FIM-ESTAB = 'S'.
000616            EXEC SQL
000617                CLOSE ESTABTEMP
000618            END-EXEC.
000619            MOVE CNV-BANCO        TO WK-TA-BANCO.
000620            MOVE WK-QTD-LOTES-ARQ TO WK-TA-QTD-LOTES.
000621            COMPUTE WK-TA-QTD-REGISTROS = WK-QTD-REG-ARQ + 1.
000622            MOVE WK-CNAB-TRAILER-ARQ TO WK-CNAB-REG.
000623            PERFORM 721-GRAVA-CNAB.
000624            PERFORM 731-FECHA-SAIDA.
000625            EXEC SQL
000626                UPDATE EAD719.CONVENIOS_BANCARIOS
000627                    SET NSA = :CNV-NSA
000628                    WHERE BANCO = :CNV-BANCO
000629            END-EXEC.
000630            IF SQLCODE NOT = 0
000631                MOVE SQLCODE TO WK-SQLCODE-EDIT
000632                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000633                        ' NO UPDATE DO NSA DO BANCO'
000634                MOVE 12 TO RETURN-CODE
000635                STOP RUN
000636            END-IF.
000637            ADD 1 TO WK-QTD-ARQUIVOS.
000638            MOVE WK-QTD-LOTES-ARQ TO WK-RESUMO-EDIT.
000639            MOVE WK-TOT-ARQ TO WK-VALOR-EDIT.
000640            MOVE SPACES TO RELCNAB-REC.
000641            STRING '   TOTAL DO ARQUIVO: LOTES ' WK-RESUMO-EDIT
000642                ' REGISTROS ' WK-TA-QTD-REGISTROS
000643                ' VALOR ' WK-VALOR-EDIT
000644                DELIMITED BY SIZE INTO RELCNAB-REC
000645            END-STRING.
000646            WRITE RELCNAB-REC.
000647       *
000648        231-PROCESSA-ESTABELECIMENTO.
000649            MOVE '01' TO WK-FORMA-LOTE.
000650            PERFORM 241-GERA-LOTE.
000651            MOVE '05' TO WK-FORMA-LOTE.
000652            PERFORM 241-GERA-LOTE.
000653            PERFORM 392-LER-ESTABTEMP.
000654       *
000655       * LOTE = CREDITOS DO BANCO, DO ESTABELECIMENTO E DA FORMA;
000656       * O CONVENIO DO LOTE E SEMPRE O DO BANCO DO ARQUIVO
000657       * (EAD719.CONVENIOS_BANCARIOS), O MESMO DO HEADER
000658        241-GERA-LOTE.
000659            MOVE ZEROS TO WK-QTD-CRED-LOTE.
000660            PERFORM 242-CONTA-CREDITO-LOTE
000661                VARYING WK-IND-CRE FROM 1 BY 1
000662                UNTIL WK-IND-CRE > WK-QTD-CREDITOS.
000663            IF WK-QTD-CRED-LOTE = 0
000664                EXIT PARAGRAPH
000665            END-IF.
000666            ADD 1 TO WK-QTD-LOTES-ARQ.
000667            MOVE ZEROS TO WK-SEQ-LOTE.
000668            MOVE ZEROS TO WK-TOT-LOTE.
000669            MOVE CNV-BANCO        TO WK-HL-BANCO.
000670            MOVE WK-QTD-LOTES-ARQ TO WK-HL-LOTE.
000671            MOVE WK-FORMA-LOTE    TO WK-HL-FORMA.
000672            MOVE EST-CNPJ         TO WK-HL-CNPJ.
000673            MOVE CNV-CONVENIO     TO WK-HL-CONVENIO.
000678            MOVE CNV-AGENCIA      TO WK-HL-AGENCIA.
000679            MOVE CNV-DV-AGENCIA   TO WK-HL-DV-AGENCIA.
000680            MOVE CNV-CONTA        TO WK-HL-CONTA.
000681            MOVE CNV-DV-CONTA     TO WK-HL-DV-CONTA.
000682            MOVE EST-NOME         TO WK-HL-NOME-EMPRESA.
000683            MOVE EST-ENDERECO     TO WK-HL-ENDERECO.
000684            MOVE WK-CNAB-HEADER-LOTE TO WK-CNAB-REG.
000685            PERFORM 721-GRAVA-CNAB.
000686            PERFORM 251-GRAVA-SEGMENTO-A
000687                VARYING WK-IND-CRE FROM 1 BY 1
000688                UNTIL WK-IND-CRE > WK-QTD-CREDITOS.
000689            MOVE CNV-BANCO        TO WK-TL-BANCO.
000690            MOVE WK-QTD-LOTES-ARQ TO WK-TL-LOTE.
000691            COMPUTE WK-TL-QTD-REGISTROS = WK-SEQ-LOTE + 2.
000692            MOVE WK-TOT-LOTE      TO WK-TL-VALOR.
000693            MOVE WK-CNAB-TRAILER-LOTE TO WK-CNAB-REG.
000694            PERFORM 721-GRAVA-CNAB.
000695            ADD WK-TOT-LOTE TO WK-TOT-ARQ.
000696            MOVE WK-SEQ-LOTE TO WK-RESUMO-EDIT.
000697            MOVE WK-TOT-LOTE TO WK-VALOR-EDIT.
000698            MOVE SPACES TO RELCNAB-REC.
000699            STRING '   LOTE ' WK-HL-LOTE ' ESTAB ' EST-CODESTAB
000700                ' ' EST-CNPJ ' FORMA ' WK-FORMA-LOTE
000701                ' CRED ' WK-RESUMO-EDIT ' ' WK-VALOR-EDIT
000702                DELIMITED BY SIZE INTO RELCNAB-REC
000703            END-STRING.
000704            WRITE RELCNAB-REC.
000705       *
000706        242-CONTA-CREDITO-LOTE.
000707            IF WK-CRE-BANCO(WK-IND-CRE) = CNV-BANCO
000708               AND WK-CRE-CODESTAB(WK-IND-CRE) = EST-CODESTAB
000709               AND WK-CRE-FORMA(WK-IND-CRE) = WK-FORMA-LOTE
000710               AND WK-CRE-SITUACAO(WK-IND-CRE) = SPACES
000711                ADD 1 TO WK-QTD-CRED-LOTE
000712            END-IF.
000713       *
000714        251-GRAVA-SEGMENTO-A.
000715            IF WK-CRE-BANCO(WK-IND-CRE) NOT = CNV-BANCO
000716               OR WK-CRE-CODESTAB(WK-IND-CRE) NOT = EST-CODESTAB
000717               OR WK-CRE-FORMA(WK-IND-CRE) NOT = WK-FORMA-LOTE
000718               OR WK-CRE-SITUACAO(WK-IND-CRE) NOT = SPACES
000719                EXIT PARAGRAPH
000720            END-IF.
000721            ADD 1 TO WK-SEQ-LOTE.
000722            MOVE CNV-BANCO                  TO WK-SA-BANCO.
000723            MOVE WK-QTD-LOTES-ARQ           TO WK-SA-LOTE.
000724            MOVE WK-SEQ-LOTE                TO WK-SA-SEQUENCIA.
000725            MOVE WK-CRE-BANCO(WK-IND-CRE)   TO WK-SA-BANCO-FAV.
000726            MOVE WK-CRE-AGENCIA(WK-IND-CRE) TO WK-SA-AGENCIA-FAV.
000727            MOVE WK-CRE-CONTA(WK-IND-CRE)   TO WK-SA-CONTA-FAV.
000728            MOVE WK-CRE-DIGITO(WK-IND-CRE)  TO WK-SA-DV-CONTA-FAV.
000729            MOVE WK-CRE-NOMEFUN(WK-IND-CRE) TO WK-SA-NOME-FAV.
000730            MOVE WK-CRE-TIPO-CREDITO(WK-IND-CRE)
000731                                            TO WK-SA-TIPO-CREDITO.
000732            MOVE WK-CRE-CODFUN(WK-IND-CRE)  TO WK-SA-CODFUN.
000733            MOVE WK-CRE-DT-GERACAO(WK-IND-CRE)
000734                                            TO WK-SA-DT-GERACAO.
000735            MOVE WK-CRE-COMPETENCIA(WK-IND-CRE)
000736                                            TO WK-SA-COMPETENCIA.
000737            MOVE WK-DATA-CREDITO-CNAB       TO WK-SA-DATA-PAGAMENTO.
000738            MOVE WK-CRE-VALOR(WK-IND-CRE)   TO WK-SA-VALOR.
000739            MOVE SPACES TO WK-SA-INFORMACAO.
000740            EVALUATE WK-CRE-TIPO-CREDITO(WK-IND-CRE)
000741                WHEN 'C'
000742                    STRING 'SALARIO COMPLEMENTAR COMPETENCIA '
000743                        WK-CRE-COMPETENCIA(WK-IND-CRE)
000744                        DELIMITED BY SIZE INTO WK-SA-INFORMACAO
000745                    END-STRING
000746                WHEN 'A'
000747                    STRING 'ADIANTAMENTO SALARIAL COMPETENCIA '
000748                        WK-CRE-COMPETENCIA(WK-IND-CRE)
000749                        DELIMITED BY SIZE INTO WK-SA-INFORMACAO
000750                    END-STRING
000751                WHEN 'F'
000752                    STRING 'FERIAS COMPETENCIA '
000753                        WK-CRE-COMPETENCIA(WK-IND-CRE)
000754                        DELIMITED BY SIZE INTO WK-SA-INFORMACAO
000755                    END-STRING
000756                WHEN OTHER
000757                    STRING 'SALARIO COMPETENCIA '
000758                        WK-CRE-COMPETENCIA(WK-IND-CRE)
000759                        DELIMITED BY SIZE INTO WK-SA-INFORMACAO
000760                    END-STRING
000761            END-EVALUATE.
000762            MOVE WK-CNAB-SEGMENTO-A TO WK-CNAB-REG.
000763            PERFORM 721-GRAVA-CNAB.
000764            ADD WK-CRE-VALOR(WK-IND-CRE) TO WK-TOT-LOTE.
000765            MOVE 'G' TO WK-CRE-SITUACAO(WK-IND-CRE).
000766            ADD 1 TO WK-QTD-GRAVADOS.
000767            ADD WK-CRE-VALOR(WK-IND-CRE) TO WK-TOT-GRAVADO.
000768       *******************************************************
000769        300-LEITURAS SECTION.
000770        391-LER-CONVTEMP.
000771            EXEC SQL
000772                FETCH CONVTEMP
000773                  INTO :CNV-BANCO,
000774                       :CNV-NOME-BANCO,
000775                       :CNV-SAIDA,
000776                       :CNV-CNPJ,
000777                       :CNV-RAZAO-SOCIAL,
000778                       :CNV-CONVENIO,
000779                       :CNV-AGENCIA,
000780                       :CNV-DV-AGENCIA,
000781                       :CNV-CONTA,
000782                       :CNV-DV-CONTA,
000783                       :CNV-NSA
000784            END-EXEC.
000785            EVALUATE SQLCODE
000786                WHEN 0
000787                    CONTINUE
000788                WHEN 100
000789                    MOVE 'S' TO WK-FIM-CONV
000790                WHEN OTHER
000791                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000792                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000793                            ' NO COMANDO FETCH'
000794                    MOVE 12 TO RETURN-CODE
000795                    STOP RUN
000796            END-EVALUATE.
000797       *
000798        392-LER-ESTABTEMP.
000799            EXEC SQL
000800                FETCH ESTABTEMP
000801                  INTO :EST-CODESTAB,
000802                       :EST-CNPJ,
000803                       :EST-NOME,
000804                       :EST-ENDERECO
000806            END-EXEC.
000807            EVALUATE SQLCODE
000808                WHEN 0
000809                    CONTINUE
000810                WHEN 100
000811                    MOVE 'S' TO WK-FIM-ESTAB
000812                WHEN OTHER
000813                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000814                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000815                            ' NO COMANDO FETCH'
000816                    MOVE 12 TO RETURN-CODE
000817                    STOP RUN
000818            END-EVALUATE.
000819       *******************************************************
000820       * CREDITOS QUE NAO ENTRARAM EM NENHUM ARQUIVO; SALARIO
000821       * (S/C/R) FICA 'R' EM EAD719.PAGAMENTOS PARA A RE-REMESSA
000822       * DO EAD71941, ADIANTAMENTO E FERIAS SAO PAGOS A PARTE
000823        500-CREDITOS-NAO-ENVIADOS SECTION.
000824        501-CREDITOS-NAO-ENVIADOS.
000825            MOVE SPACES TO RELCNAB-REC.
000826            WRITE RELCNAB-REC.
000827            MOVE SPACES TO RELCNAB-REC.
000828            STRING 'CREDITOS NAO ENVIADOS'
000829                DELIMITED BY SIZE INTO RELCNAB-REC
000830            END-STRING.
000831            WRITE RELCNAB-REC.
000832            MOVE SPACES TO RELCNAB-REC.
000833            STRING 'T FUNC BCO ES         VALOR MOTIVO'
000834                DELIMITED BY SIZE INTO RELCNAB-REC
000835            END-STRING.
000836            WRITE RELCNAB-REC.
000837            PERFORM 511-CREDITO-NAO-ENVIADO
000838                VARYING WK-IND-CRE FROM 1 BY 1
000839                UNTIL WK-IND-CRE > WK-QTD-CREDITOS.
000840            IF WK-QTD-NAO-ENVIADOS = 0
000841                MOVE SPACES TO RELCNAB-REC
000842                STRING '   (NENHUM)'
000843                    DELIMITED BY SIZE INTO RELCNAB-REC
000844                END-STRING
000845                WRITE RELCNAB-REC
000846            END-IF.
000847       *
000848        511-CREDITO-NAO-ENVIADO.
000849            IF WK-CRE-SITUACAO(WK-IND-CRE) = 'G'
000850                EXIT PARAGRAPH
000851            END-IF.
000852            EVALUATE WK-CRE-SITUACAO(WK-IND-CRE)
000853                WHEN 'E'
000854                    MOVE 'ESTABELECIMENTO NAO CADASTRADO'
000855                        TO PAG-MOTIVO
000856                WHEN 'S'
000857                    MOVE 'BANCO SEM SAIDA CNAB VALIDA'
000858                        TO PAG-MOTIVO
000859                WHEN OTHER
000860                    MOVE 'BANCO SEM CONVENIO CNAB 240'
000861                        TO PAG-MOTIVO
000862            END-EVALUATE.
000863            MOVE WK-CRE-VALOR(WK-IND-CRE) TO WK-VALOR-EDIT.
000864            MOVE SPACES TO RELCNAB-REC.
000865            STRING WK-CRE-TIPO-CREDITO(WK-IND-CRE) ' '
000866                WK-CRE-CODFUN(WK-IND-CRE) ' '
000867                WK-CRE-BANCO(WK-IND-CRE) ' '
000868                WK-CRE-CODESTAB(WK-IND-CRE) ' '
000869                WK-VALOR-EDIT ' ' PAG-MOTIVO
000870                DELIMITED BY SIZE INTO RELCNAB-REC
000871            END-STRING.
000872            WRITE RELCNAB-REC.
000873            ADD 1 TO WK-QTD-NAO-ENVIADOS.
000874            ADD WK-CRE-VALOR(WK-IND-CRE) TO WK-TOT-NAO-ENVIADO.
000875            IF WK-CRE-TIPO-CREDITO(WK-IND-CRE) = 'A'
000876               OR WK-CRE-TIPO-CREDITO(WK-IND-CRE) = 'F'
000877                EXIT PARAGRAPH
000878            END-IF.
000879            MOVE WK-CRE-CODFUN(WK-IND-CRE)      TO PAG-CODFUN.
000880            MOVE WK-CRE-COMPETENCIA(WK-IND-CRE) TO PAG-COMPETENCIA.
000881            MOVE WK-CRE-DT-GERACAO(WK-IND-CRE)  TO PAG-DT-GERACAO.
000882            EXEC SQL
000883                UPDATE EAD719.PAGAMENTOS
000884                    SET STATUS = 'R',
000885                        MOTIVO = :PAG-MOTIVO
000886                    WHERE CODFUN = :PAG-CODFUN
000887                      AND COMPETENCIA = :PAG-COMPETENCIA
000888                      AND DT-GERACAO = :PAG-DT-GERACAO
000889                      AND STATUS = 'E'
000890            END-EXEC.
000891            EVALUATE SQLCODE
000892                WHEN 0
000893                    ADD 1 TO WK-QTD-PAGTO-REJEITADO
000894                WHEN 100
000895                    DISPLAY 'PAGAMENTO ' PAG-CODFUN ' '
000896                            PAG-COMPETENCIA ' NAO ENCONTRADO EM'
000897                            ' EAD719.PAGAMENTOS!'
000898                WHEN OTHER
000899                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000900                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000901                            ' NO UPDATE DO PAGAMENTO'
000902                    MOVE 12 TO RETURN-CODE
000903                    STOP RUN
000904            END-EVALUATE.
000905       *******************************************************
000906       * SAIDA CNAB DO BANCO EM GRAVACAO (DD CNAB01 A CNAB05)
000907        700-SAIDA-CNAB SECTION.
000908        711-ABRE-SAIDA.
000909            EVALUATE WK-SAIDA-ATUAL
000910                WHEN 1
000911                    OPEN OUTPUT CNAB01-FILE
000912                WHEN 2
000913                    OPEN OUTPUT CNAB02-FILE
000914                WHEN 3
000915                    OPEN OUTPUT CNAB03-FILE
000916                WHEN 4
000917                    OPEN OUTPUT CNAB04-FILE
000918                WHEN 5
000919                    OPEN OUTPUT CNAB05-FILE
000920            END-EVALUATE.
000921       *
000922        721-GRAVA-CNAB.
000923            EVALUATE WK-SAIDA-ATUAL
000924                WHEN 1
000925                    WRITE CNAB01-REC FROM WK-CNAB-REG
000926                WHEN 2
000927                    WRITE CNAB02-REC FROM WK-CNAB-REG
000928                WHEN 3
000929                    WRITE CNAB03-REC FROM WK-CNAB-REG
000930                WHEN 4
000931                    WRITE CNAB04-REC FROM WK-CNAB-REG
000932                WHEN 5
000933                    WRITE CNAB05-REC FROM WK-CNAB-REG
000934            END-EVALUATE.
000935            ADD 1 TO WK-QTD-REG-ARQ.
000936       *
000937        731-FECHA-SAIDA.
000938            EVALUATE WK-SAIDA-ATUAL
000939                WHEN 1
000940                    CLOSE CNAB01-FILE
000941                WHEN 2
000942                    CLOSE CNAB02-FILE
000943                WHEN 3
000944                    CLOSE CNAB03-FILE
000945                WHEN 4
000946                    CLOSE CNAB04-FILE
000947                WHEN 5
000948                    CLOSE CNAB05-FILE
000949            END-EVALUATE.
000950       *******************************************************
000951        900-FINALIZAR SECTION.
000952        901-FINALIZAR.
000953            EXEC SQL
000954                CLOSE CONVTEMP
000955            END-EXEC.
000956            IF WK-QTD-GRAVADOS + WK-QTD-NAO-ENVIADOS NOT = WK-QTD-LIDOS
000957               OR WK-TOT-GRAVADO + WK-TOT-NAO-ENVIADO NOT = WK-TOT-LIDO
000958                EXEC SQL
000959                    ROLLBACK
000960                END-EXEC
000961                DISPLAY 'TOTAIS DE CONTROLE NAO CONFEREM: GRAVADO +'
000962                        ' NAO ENVIADO DIFERENTE DO LIDO!'
000963                DISPLAY 'ARQUIVOS CNAB 240 DESTA EXECUCAO INVALIDOS!'
000964                CLOSE RELCNAB-FILE
000965                MOVE 12 TO RETURN-CODE
000966                STOP RUN
000967            END-IF.
000968            MOVE SPACES TO RELCNAB-REC.
000969            WRITE RELCNAB-REC.
000970            MOVE WK-TOT-LIDO TO WK-VALOR-EDIT.
000971            MOVE SPACES TO RELCNAB-REC.
000972            STRING 'TOTAL LIDO      : ' WK-QTD-LIDOS ' ' WK-VALOR-EDIT
000973                DELIMITED BY SIZE INTO RELCNAB-REC
000974            END-STRING.
000975            WRITE RELCNAB-REC.
000976            MOVE WK-TOT-GRAVADO TO WK-VALOR-EDIT.
000977            MOVE SPACES TO RELCNAB-REC.
000978            STRING 'TOTAL ENVIADO   : ' WK-QTD-GRAVADOS ' '
000979                WK-VALOR-EDIT
000980                DELIMITED BY SIZE INTO RELCNAB-REC
000981            END-STRING.
000982            WRITE RELCNAB-REC.
000983            MOVE WK-TOT-NAO-ENVIADO TO WK-VALOR-EDIT.
000984            MOVE SPACES TO RELCNAB-REC.
000985            STRING 'TOTAL NAO ENVIADO: ' WK-QTD-NAO-ENVIADOS ' '
000986                WK-VALOR-EDIT
000987                DELIMITED BY SIZE INTO RELCNAB-REC
000988            END-STRING.
000989            WRITE RELCNAB-REC.
000990            CLOSE RELCNAB-FILE.
000991            EXEC SQL
000992                COMMIT
000993            END-EXEC.
000994            DISPLAY '*********************************************'.
000995            DISPLAY '*   RESUMO DA REMESSA CNAB 240 EAD71966    *'.
000996            DISPLAY '*********************************************'.
000997            MOVE WK-QTD-BLOCOS TO WK-RESUMO-EDIT.
000998            DISPLAY 'BLOCOS DE CREDITO LIDOS: ' WK-RESUMO-EDIT.
000999            MOVE WK-QTD-LIDOS TO WK-RESUMO-EDIT.
001000            DISPLAY 'CREDITOS LIDOS         : ' WK-RESUMO-EDIT.
001001            MOVE WK-TOT-LIDO TO WK-TOTAL-EDIT.
001002            DISPLAY 'VALOR LIDO             : ' WK-TOTAL-EDIT.
001003            MOVE WK-QTD-ARQUIVOS TO WK-RESUMO-EDIT.
001004            DISPLAY 'ARQUIVOS CNAB GERADOS  : ' WK-RESUMO-EDIT.
001005            MOVE WK-QTD-GRAVADOS TO WK-RESUMO-EDIT.
001006            DISPLAY 'CREDITOS ENVIADOS      : ' WK-RESUMO-EDIT.
001007            MOVE WK-TOT-GRAVADO TO WK-TOTAL-EDIT.
001008            DISPLAY 'VALOR ENVIADO          : ' WK-TOTAL-EDIT.
001009            MOVE WK-QTD-NAO-ENVIADOS TO WK-RESUMO-EDIT.
001010            DISPLAY 'CREDITOS NAO ENVIADOS  : ' WK-RESUMO-EDIT.
001011            MOVE WK-TOT-NAO-ENVIADO TO WK-TOTAL-EDIT.
001012            DISPLAY 'VALOR NAO ENVIADO      : ' WK-TOTAL-EDIT.
001013            MOVE WK-QTD-PAGTO-REJEITADO TO WK-RESUMO-EDIT.
001014            DISPLAY 'PAGAMENTOS MARCADOS R  : ' WK-RESUMO-EDIT.
001015            DISPLAY '*********************************************'.
001016            IF WK-QTD-NAO-ENVIADOS > 0
001017                MOVE 08 TO RETURN-CODE
001018            END-IF.
