000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID.    EAD71970.
000003        AUTHOR.        THIAGO.
000004       *********************************************************
000005       * RODADA NOTURNA DE LIMITE DE IDADE DOS DEPENDENTES      *
000006       * (EAD719.DEPENDENTES, PARENTESCO F=FILHO(A) ATIVO)      *
000007       * DESLIGA DEDUZ-IRRF DO FILHO QUE JA COMPLETOU A IDADE   *
000008       * LIMITE DO IRRF (21 ANOS) NA DATA DE REFERENCIA E       *
000009       * GRAVA CADA DESLIGAMENTO EM EAD719.DEPENDENTES_HIST     *
000010       * (OPERADOR EAD71970), LISTADO PELO EAD71939             *
000011       * FILHO RELIGADO A MAO NO EAD71939 DEPOIS DO             *
000012       * DESLIGAMENTO AUTOMATICO (UNIVERSITARIO) SO E           *
000013       * DESLIGADO DE NOVO NA IDADE LIMITE DO UNIVERSITARIO     *
000014       * (24 ANOS)                                              *
000015       * RELIDADE: DESLIGAMENTOS DA RODADA E DEPENDENTES QUE    *
000016       * ATINGEM O LIMITE NOS PROXIMOS 60 DIAS (FIM DA DEDUCAO  *
000017       * DE IRRF OU DO SALARIO-FAMILIA DO EAD71925, 14 ANOS)    *
000018       * CARTOES OPCIONAIS: 'R' DATA DE REFERENCIA (AAAA-MM-DD, *
000019       * PADRAO HOJE), 'I' IDADE LIMITE IRRF E 'U' IDADE LIMITE *
000020       * DO UNIVERSITARIO                                       *
000021       *********************************************************
000022       *
000023        ENVIRONMENT DIVISION.
000024        CONFIGURATION SECTION.
000025        SPECIAL-NAMES.
000026            DECIMAL-POINT IS COMMA.
000027        INPUT-OUTPUT SECTION.
000028        FILE-CONTROL.
000029            SELECT PARAMETRO-FILE ASSIGN TO SYSIN
000030                ORGANIZATION IS SEQUENTIAL.
000031            SELECT RELIDADE-FILE ASSIGN TO RELIDADE
000032                ORGANIZATION IS SEQUENTIAL.
000033       *
000034        DATA DIVISION.
000035        FILE SECTION.
000036        FD  PARAMETRO-FILE
000037            RECORDING MODE IS F.
000038        01  PARAMETRO-REC               PIC X(80).
000039        FD  RELIDADE-FILE
000040            RECORDING MODE IS F.
000041        01  RELIDADE-REC                PIC X(80).
000042        WORKING-STORAGE SECTION.
000043            EXEC SQL
000044                INCLUDE BOOKDEPE
000045            END-EXEC.
000046            EXEC SQL
000047                INCLUDE BOOKDPHI
000048            END-EXEC.
000049            EXEC SQL
000050                INCLUDE SQLCA
000051            END-EXEC.
000052       *
000053       * IDADES LIMITE E DATAS DA RODADA
000054        77  WK-IDADE-IRRF           PIC S9(04) COMP VALUE +21.
000055        77  WK-IDADE-UNIV           PIC S9(04) COMP VALUE +24.
000056        77  WK-IDADE-SALFAM         PIC S9(04) COMP VALUE +14.
000057        77  WK-DIAS-AVISO           PIC S9(04) COMP VALUE +60.
000058        77  WK-DATA-REF             PIC X(10)       VALUE SPACES.
000059        77  WK-DATA-AVISO           PIC X(10)       VALUE SPACES.
000060       *
000061       * FILHOS QUE JA PASSARAM DA IDADE LIMITE DO IRRF E AINDA
000062       * DEDUZEM; PASSOU-UNIV = 'S' SE PASSOU TAMBEM A DO
000063       * UNIVERSITARIO
000064            EXEC SQL
000065                DECLARE IDADETEMP CURSOR FOR
000066                    SELECT CODFUN, SEQ, NOME, DT-NASCIMENTO,
000067                           CASE WHEN DATE(DT-NASCIMENTO)
000068                                     + :WK-IDADE-UNIV YEARS
000069                                     <= DATE(:WK-DATA-REF)
000070                                THEN 'S' ELSE 'N' END
000071                        FROM EAD719.DEPENDENTES
000072                    WHERE PARENTESCO = 'F'
000073                      AND DEDUZ-IRRF = 'S'
000074                      AND STATUS = 'A'
000075                      AND DATE(DT-NASCIMENTO) + :WK-IDADE-IRRF YEARS
000076                          <= DATE(:WK-DATA-REF)
000077                    ORDER BY CODFUN, SEQ
000078            END-EXEC.
000079       *
000080       * FILHOS ATIVOS COM AS DATAS EM QUE ATINGEM CADA LIMITE
000081            EXEC SQL
000082                DECLARE AVISOTEMP CURSOR FOR
000083                    SELECT CODFUN, SEQ, NOME, DT-NASCIMENTO, DEDUZ-IRRF,
000084                           CHAR(DATE(DT-NASCIMENTO)
000085                                + :WK-IDADE-SALFAM YEARS, ISO),
000086                           CHAR(DATE(DT-NASCIMENTO)
000087                                + :WK-IDADE-IRRF YEARS, ISO),
000088                           CHAR(DATE(DT-NASCIMENTO)
000089                                + :WK-IDADE-UNIV YEARS, ISO)
000090                        FROM EAD719.DEPENDENTES
000091                    WHERE PARENTESCO = 'F'
000092                      AND STATUS = 'A'
000093                      AND DATE(DT-NASCIMENTO) + :WK-IDADE-UNIV YEARS
000094                          > DATE(:WK-DATA-REF)
000095                    ORDER BY CODFUN, SEQ
000096            END-EXEC.
000097        77  WK-SQLCODE-EDIT         PIC -999        VALUE ZEROS.
000098        77  WK-EOF-SYSIN            PIC X           VALUE 'N'.
000099        01  WK-PARM-ACCEPT.
000100            05  WK-PARM-TIPO          PIC X(01)     VALUE SPACES.
000101            05  WK-PARM-CORPO         PIC X(79)     VALUE SPACES.
000102        01  WK-PARM-DATA-RED REDEFINES WK-PARM-ACCEPT.
000103            05  FILLER                PIC X(01).
000104            05  WK-PARM-DATA          PIC X(10).
000105            05  FILLER                PIC X(69).
000106        01  WK-PARM-IDADE-RED REDEFINES WK-PARM-ACCEPT.
000107            05  FILLER                PIC X(01).
000108            05  WK-PARM-IDADE         PIC 9(02).
000109            05  FILLER                PIC X(77).
000110        01  WK-DATA-ATUAL.
000111            05  WK-ANO-ATUAL       PIC 9(04).
000112            05  WK-MES-ATUAL       PIC 9(02).
000113            05  WK-DIA-ATUAL       PIC 9(02).
000114       *
000115        77  WK-PASSOU-UNIV          PIC X           VALUE 'N'.
000116        77  WK-QTD-DESLIGA-AUTO     PIC S9(04) COMP VALUE ZEROS.
000117        77  WK-IDADE-LIMITE         PIC S9(04) COMP VALUE ZEROS.
000118        77  WK-IDADE-EDIT           PIC 99          VALUE ZEROS.
000119        77  WK-DT-SALFAM            PIC X(10)       VALUE SPACES.
000120        77  WK-DT-IRRF              PIC X(10)       VALUE SPACES.
000121        77  WK-DT-UNIV              PIC X(10)       VALUE SPACES.
000122        77  WK-DT-LIMITE            PIC X(10)       VALUE SPACES.
000123        77  WK-EVENTO               PIC X(17)       VALUE SPACES.
000124       *
000125        77  WK-QTD-DESLIGADOS       PIC 9(05)       VALUE ZEROS.
000126        77  WK-QTD-MANTIDOS         PIC 9(05)       VALUE ZEROS.
000127        77  WK-QTD-AVISOS           PIC 9(05)       VALUE ZEROS.
000128        77  WK-RESUMO-EDIT          PIC ZZ.ZZ9      VALUE ZEROS.
000129       *
000130        PROCEDURE DIVISION.
000131        000-PRINCIPAL SECTION.
000132        001-PRINCIPAL.
000133            PERFORM 101-INICIAR.
000134            PERFORM 201-DESLIGA-DEDUCAO UNTIL SQLCODE = 100.
000135            PERFORM 401-LISTA-AVISOS.
000136            PERFORM 901-FINALIZAR.
000137            STOP RUN.
000138       *******************************************************
000139        100-INICIAR SECTION.
000140        101-INICIAR.
000141            MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATA-ATUAL.
000142            STRING WK-ANO-ATUAL '-' WK-MES-ATUAL '-' WK-DIA-ATUAL
000143                DELIMITED BY SIZE INTO WK-DATA-REF
000144            END-STRING.
000145            OPEN INPUT PARAMETRO-FILE.
000146            PERFORM 111-LER-PARAMETRO UNTIL WK-EOF-SYSIN = 'S'.
000147            CLOSE PARAMETRO-FILE.
000148            IF WK-IDADE-UNIV < WK-IDADE-IRRF
000149                DISPLAY 'IDADE LIMITE DO UNIVERSITARIO MENOR QUE A'
000150                        ' DO IRRF!'
000151                MOVE 12 TO RETURN-CODE
000152                STOP RUN
000153            END-IF.
000154            PERFORM 121-CALCULA-DATA-AVISO.
000155            OPEN OUTPUT RELIDADE-FILE.
000156            MOVE SPACES TO RELIDADE-REC.
000157            STRING 'EAD719 - LIMITE DE IDADE DOS DEPENDENTES EM '
000158                WK-DATA-REF
000159                DELIMITED BY SIZE INTO RELIDADE-REC
000160            END-STRING.
000161            WRITE RELIDADE-REC.
000162            MOVE SPACES TO RELIDADE-REC.
000163            WRITE RELIDADE-REC.
000164            MOVE SPACES TO RELIDADE-REC.
000165            STRING '--- DEDUCAO DE IRRF DESLIGADA NESTA RODADA ---'
000166                DELIMITED BY SIZE INTO RELIDADE-REC
000167            END-STRING.
000168            WRITE RELIDADE-REC.
000169            MOVE SPACES TO RELIDADE-REC.
000170            STRING 'FUNC SQ NOME'
000171                '                           NASCIMENTO MOTIVO'
000172                DELIMITED BY SIZE INTO RELIDADE-REC
000173            END-STRING.
000174            WRITE RELIDADE-REC.
000175            EXEC SQL
000176                OPEN IDADETEMP
000177            END-EXEC.
000178            EVALUATE SQLCODE
000179                WHEN 0
000180                    PERFORM 301-LER-IDADETEMP
000181                WHEN 100
000182                    CONTINUE
000183                WHEN OTHER
000184                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000185                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000186                            ' NO COMANDO OPEN CURSOR IDADETEMP'
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
000199            EVALUATE WK-PARM-TIPO
000200                WHEN 'R'
000201                    IF WK-PARM-DATA(1:4) NOT NUMERIC
000202                       OR WK-PARM-DATA(5:1) NOT = '-'
000203                       OR WK-PARM-DATA(6:2) NOT NUMERIC
000204                       OR WK-PARM-DATA(8:1) NOT = '-'
000205                       OR WK-PARM-DATA(9:2) NOT NUMERIC
000206                        DISPLAY 'DATA DE REFERENCIA ' WK-PARM-DATA
000207                                ' INVALIDA (AAAA-MM-DD)!'
000208                        MOVE 12 TO RETURN-CODE
000209                        STOP RUN
000210                    END-IF
000211                    MOVE WK-PARM-DATA TO WK-DATA-REF
000212                WHEN 'I'
000213                    IF WK-PARM-IDADE NOT NUMERIC
000214                       OR WK-PARM-IDADE = ZEROS
000215                        DISPLAY 'IDADE LIMITE IRRF ' WK-PARM-IDADE
000216                                ' INVALIDA!'
000217                        MOVE 12 TO RETURN-CODE
000218                        STOP RUN
000219                    END-IF
000220                    MOVE WK-PARM-IDADE TO WK-IDADE-IRRF
000221                WHEN 'U'
000222                    IF WK-PARM-IDADE NOT NUMERIC
000223                       OR WK-PARM-IDADE = ZEROS
000224                        DISPLAY 'IDADE LIMITE DO UNIVERSITARIO '
000225                                WK-PARM-IDADE ' INVALIDA!'
000226                        MOVE 12 TO RETURN-CODE
000227                        STOP RUN
000228                    END-IF
000229                    MOVE WK-PARM-IDADE TO WK-IDADE-UNIV
000230                WHEN OTHER
000231                    DISPLAY 'CARTAO DE PARAMETRO ' WK-PARM-TIPO
000232                            ' INVALIDO!'
000233            END-EVALUATE.
000234       *
000235        121-CALCULA-DATA-AVISO.
000236            EXEC SQL
000237                SELECT CHAR(DATE(:WK-DATA-REF) + :WK-DIAS-AVISO DAYS,
000238                            ISO)
000239                    INTO :WK-DATA-AVISO
000240                    FROM SYSIBM.SYSDUMMY1
000241            END-EXEC.
000242            IF SQLCODE NOT = 0
000243                MOVE SQLCODE TO WK-SQLCODE-EDIT
000244                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000245                        ' NO CALCULO DA DATA DE AVISO'
000246                MOVE 12 TO RETURN-CODE
000247                STOP RUN
000248            END-IF.
000249       *******************************************************
000250       * FILHO RELIGADO A MAO DEPOIS DE UM DESLIGAMENTO
000251       * AUTOMATICO (HISTORICO COM OPERADOR EAD71970) E
000252       * UNIVERSITARIO: SO SAI NA IDADE LIMITE DO UNIVERSITARIO
000253        200-DESLIGA-DEDUCAO SECTION.
000254        201-DESLIGA-DEDUCAO.
000255            PERFORM 211-BUSCA-DESLIGA-AUTO.
000256            IF WK-QTD-DESLIGA-AUTO = 0
000257                MOVE WK-IDADE-IRRF TO WK-IDADE-LIMITE
000258            ELSE
000259                IF WK-PASSOU-UNIV NOT = 'S'
000260                    ADD 1 TO WK-QTD-MANTIDOS
000261                    PERFORM 301-LER-IDADETEMP
000262                    EXIT PARAGRAPH
000263                END-IF
000264                MOVE WK-IDADE-UNIV TO WK-IDADE-LIMITE
000265            END-IF.
000266            EXEC SQL
000267                UPDATE EAD719.DEPENDENTES
000268                    SET DEDUZ-IRRF = 'N'
000269                    WHERE CODFUN = :DPD-CODFUN
000270                      AND SEQ = :DPD-SEQ
000271                      AND DEDUZ-IRRF = 'S'
000272                      AND STATUS = 'A'
000273            END-EXEC.
000274            EVALUATE SQLCODE
000275                WHEN 0
000276                    PERFORM 221-GRAVA-HISTORICO
000277                    PERFORM 231-IMPRIME-DESLIGADO
000278                    ADD 1 TO WK-QTD-DESLIGADOS
000279                WHEN 100
000280                    CONTINUE
000281                WHEN OTHER
000282                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000283                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000284                            ' NO UPDATE DO DEPENDENTE ' DPD-CODFUN
000285                            '/' DPD-SEQ
000286                    MOVE 12 TO RETURN-CODE
000287                    STOP RUN
000288            END-EVALUATE.
000289            PERFORM 301-LER-IDADETEMP.
000290       *
000291        211-BUSCA-DESLIGA-AUTO.
000292            MOVE ZEROS TO WK-QTD-DESLIGA-AUTO.
000293            EXEC SQL
000294                SELECT COUNT(*) INTO :WK-QTD-DESLIGA-AUTO
000295                    FROM EAD719.DEPENDENTES_HIST
000296                    WHERE CODFUN = :DPD-CODFUN
000297                      AND SEQ = :DPD-SEQ
000298                      AND CAMPO = 'DEDUZ-IRRF'
000299                      AND OPERADOR = 'EAD71970'
000300            END-EXEC.
000301            IF SQLCODE NOT = 0
000302                MOVE SQLCODE TO WK-SQLCODE-EDIT
000303                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000304                        ' NA CONSULTA DO HISTORICO DO DEPENDENTE'
000305                MOVE 12 TO RETURN-CODE
000306                STOP RUN
000307            END-IF.
000308       *
000309        221-GRAVA-HISTORICO.
000310            MOVE DPD-CODFUN TO DPH-CODFUN.
000311            MOVE DPD-SEQ TO DPH-SEQ.
000312            MOVE 'DEDUZ-IRRF' TO DPH-CAMPO.
000313            MOVE 'S' TO DPH-VALOR-ANTIGO.
000314            MOVE 'N' TO DPH-VALOR-NOVO.
000315            MOVE FUNCTION CURRENT-DATE TO DPH-DATA-HORA.
000316            MOVE 'EAD71970' TO DPH-OPERADOR.
000317            MOVE WK-IDADE-LIMITE TO WK-IDADE-EDIT.
000318            MOVE SPACES TO DPH-MOTIVO.
000319            STRING 'IDADE LIMITE IRRF ' WK-IDADE-EDIT ' ANOS'
000320                DELIMITED BY SIZE INTO DPH-MOTIVO
000321            END-STRING.
000322            EXEC SQL
000323                INSERT INTO EAD719.DEPENDENTES_HIST
000324                VALUES(:DPH-CODFUN,
000325                       :DPH-SEQ,
000326                       :DPH-CAMPO,
000327                       :DPH-VALOR-ANTIGO,
000328                       :DPH-VALOR-NOVO,
000329                       :DPH-DATA-HORA,
000330                       :DPH-OPERADOR,
000331                       :DPH-MOTIVO)
000332            END-EXEC.
000333            IF SQLCODE NOT = 0
000334                MOVE SQLCODE TO WK-SQLCODE-EDIT
000335                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000336                        ' NO INSERT DO HISTORICO DO DEPENDENTE'
000337                MOVE 12 TO RETURN-CODE
000338                STOP RUN
000339            END-IF.
000340       *
000341        231-IMPRIME-DESLIGADO.
000342            MOVE SPACES TO RELIDADE-REC.
000343            STRING DPD-CODFUN ' ' DPD-SEQ ' ' DPD-NOME-TEXT ' '
000344                DPD-DT-NASCIMENTO ' ' DPH-MOTIVO
000345                DELIMITED BY SIZE INTO RELIDADE-REC
000346            END-STRING.
000347            WRITE RELIDADE-REC.
000348       *******************************************************
000349        300-LEITURAS SECTION.
000350        301-LER-IDADETEMP.
000351            MOVE SPACES TO DPD-NOME-TEXT.
000352            EXEC SQL
000353                FETCH IDADETEMP
000354                  INTO :DPD-CODFUN,
000355                       :DPD-SEQ,
000356                       :DPD-NOME,
000357                       :DPD-DT-NASCIMENTO,
000358                       :WK-PASSOU-UNIV
000359            END-EXEC.
000360            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
000361                MOVE SQLCODE TO WK-SQLCODE-EDIT
000362                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000363                        ' NO COMANDO FETCH IDADETEMP'
000364                MOVE 12 TO RETURN-CODE
000365                STOP RUN
000366            END-IF.
000367       *
000368        311-LER-AVISOTEMP.
000369            MOVE SPACES TO DPD-NOME-TEXT.
000370            EXEC SQL
000371                FETCH AVISOTEMP
000372                  INTO :DPD-CODFUN,
000373                       :DPD-SEQ,
000374                       :DPD-NOME,
000375                       :DPD-DT-NASCIMENTO,
000376                       :DPD-DEDUZ-IRRF,
000377                       :WK-DT-SALFAM,
000378                       :WK-DT-IRRF,
000379                       :WK-DT-UNIV
000380            END-EXEC.
000381            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
000382                MOVE SQLCODE TO WK-SQLCODE-EDIT
000383                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000384                        ' NO COMANDO FETCH AVISOTEMP'
000385                MOVE 12 TO RETURN-CODE
000386                STOP RUN
000387            END-IF.
000388       *******************************************************
000389       * AVISO: LIMITE ATINGIDO DEPOIS DA DATA DE REFERENCIA E
000390       * ATE A DATA DE AVISO (DATAS ISO COMPARADAS COMO TEXTO).
000391       * A DEDUCAO DE IRRF SO INTERESSA SE AINDA ESTA LIGADA; O
000392       * LIMITE DO UNIVERSITARIO SO VALE PARA QUEM JA PASSOU O
000393       * LIMITE NORMAL E CONTINUA DEDUZINDO
000394        400-LISTA-AVISOS SECTION.
000395        401-LISTA-AVISOS.
000396            EXEC SQL
000397                CLOSE IDADETEMP
000398            END-EXEC.
000399            MOVE SPACES TO RELIDADE-REC.
000400            WRITE RELIDADE-REC.
000401            MOVE SPACES TO RELIDADE-REC.
000402            STRING '--- DEPENDENTES QUE ATINGEM O LIMITE ATE '
000403                WK-DATA-AVISO ' ---'
000404                DELIMITED BY SIZE INTO RELIDADE-REC
000405            END-STRING.
000406            WRITE RELIDADE-REC.
000407            MOVE SPACES TO RELIDADE-REC.
000408            STRING 'FUNC SQ NOME'
000409                '                           NASCIMENTO LIMITE     EVENTO'
000410                DELIMITED BY SIZE INTO RELIDADE-REC
000411            END-STRING.
000412            WRITE RELIDADE-REC.
000413            EXEC SQL
000414                OPEN AVISOTEMP
000415            END-EXEC.
000416            EVALUATE SQLCODE
000417                WHEN 0
000418                    PERFORM 311-LER-AVISOTEMP
000419                    PERFORM 402-AVALIA-AVISO UNTIL SQLCODE = 100
000420                WHEN 100
000421                    CONTINUE
000422                WHEN OTHER
000423                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000424                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000425                            ' NO COMANDO OPEN CURSOR AVISOTEMP'
000426                    MOVE 12 TO RETURN-CODE
000427                    STOP RUN
000428            END-EVALUATE.
000429            EXEC SQL
000430                CLOSE AVISOTEMP
000431            END-EXEC.
000432       *
000433        402-AVALIA-AVISO.
000434            IF WK-DT-SALFAM > WK-DATA-REF
000435               AND WK-DT-SALFAM NOT > WK-DATA-AVISO
000436                MOVE WK-DT-SALFAM TO WK-DT-LIMITE
000437                MOVE 'SALARIO-FAMILIA' TO WK-EVENTO
000438                PERFORM 411-IMPRIME-AVISO
000439            END-IF.
000440            IF DPD-DEDUZ-IRRF = 'S'
000441               AND WK-DT-IRRF > WK-DATA-REF
000442               AND WK-DT-IRRF NOT > WK-DATA-AVISO
000443                MOVE WK-DT-IRRF TO WK-DT-LIMITE
000444                MOVE 'DEDUCAO IRRF' TO WK-EVENTO
000445                PERFORM 411-IMPRIME-AVISO
000446            END-IF.
000447            IF DPD-DEDUZ-IRRF = 'S'
000448               AND WK-DT-IRRF NOT > WK-DATA-REF
000449               AND WK-DT-UNIV > WK-DATA-REF
000450               AND WK-DT-UNIV NOT > WK-DATA-AVISO
000451                MOVE WK-DT-UNIV TO WK-DT-LIMITE
000452                MOVE 'DEDUCAO IRRF UNIV' TO WK-EVENTO
000453                PERFORM 411-IMPRIME-AVISO
000454            END-IF.
000455            PERFORM 311-LER-AVISOTEMP.
000456       *
000457        411-IMPRIME-AVISO.
000458            MOVE SPACES TO RELIDADE-REC.
000459            STRING DPD-CODFUN ' ' DPD-SEQ ' ' DPD-NOME-TEXT ' '
000460                DPD-DT-NASCIMENTO ' ' WK-DT-LIMITE ' ' WK-EVENTO
000461                DELIMITED BY SIZE INTO RELIDADE-REC
000462            END-STRING.
000463            WRITE RELIDADE-REC.
000464            ADD 1 TO WK-QTD-AVISOS.
000465       *******************************************************
000466        900-FINALIZAR SECTION.
000467        901-FINALIZAR.
000468            CLOSE RELIDADE-FILE.
000469            EXEC SQL
000470                COMMIT
000471            END-EXEC.
000472            DISPLAY '*********************************************'.
000473            DISPLAY '*   RESUMO DO LIMITE DE IDADE EAD71970     *'.
000474            DISPLAY '*********************************************'.
000475            DISPLAY 'DATA DE REFERENCIA    : ' WK-DATA-REF.
000476            MOVE WK-IDADE-IRRF TO WK-IDADE-EDIT.
000477            DISPLAY 'IDADE LIMITE IRRF     : ' WK-IDADE-EDIT.
000478            MOVE WK-IDADE-UNIV TO WK-IDADE-EDIT.
000479            DISPLAY 'IDADE LIMITE UNIVERS. : ' WK-IDADE-EDIT.
000480            MOVE WK-QTD-DESLIGADOS TO WK-RESUMO-EDIT.
000481            DISPLAY 'DEDUCOES DESLIGADAS   : ' WK-RESUMO-EDIT.
000482            MOVE WK-QTD-MANTIDOS TO WK-RESUMO-EDIT.
000483            DISPLAY 'MANTIDAS (UNIVERSIT.) : ' WK-RESUMO-EDIT.
000484            MOVE WK-QTD-AVISOS TO WK-RESUMO-EDIT.
000485            DISPLAY 'AVISOS EM 60 DIAS     : ' WK-RESUMO-EDIT.
000486            DISPLAY '*********************************************'.
