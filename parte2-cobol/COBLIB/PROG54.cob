000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID.    EAD71954.
000003        AUTHOR.        THIAGO.
000004       *********************************************************
000005       * DIFERENCAS RETROATIVAS DE REAJUSTE SALARIAL COM DATA   *
000006       * EFETIVA ANTERIOR A APLICACAO (EAD71923): PARA CADA     *
000007       * COMPETENCIA FECHADA DESDE A EFETIVA, COMPARA O SALARIO *
000008       * PAGO EM EAD719.FOLHA_MENSAL COM O QUE SERIA PAGO COM O *
000009       * REAJUSTE E GRAVA A DIFERENCA NO LAYOUT DO MOVIMENTO DE *
000010       * RUBRICAS DO EAD71925 (UM REGISTRO POR FUNCIONARIO E    *
000011       * MES, INCLUSIVE DESLIGADOS NESSE MEIO TEMPO)            *
000012       * RELATORIO POR FUNCIONARIO E MES COM TOTAL DO DEPTO     *
000013       * CARTAO 'R': DEPTO, PERCENTUAL, COMPETENCIA EFETIVA E   *
000014       * (OPCIONAL) ULTIMA COMPETENCIA DEVIDA                   *
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
000025            SELECT MOVIMENTO-FILE ASSIGN TO MOVIMENTO
000026                ORGANIZATION IS SEQUENTIAL.
000027            SELECT RELRETRO-FILE ASSIGN TO RELRETRO
000028                ORGANIZATION IS SEQUENTIAL.
000029       *
000030        DATA DIVISION.
000031        FILE SECTION.
000032        FD  PARAMETRO-FILE
000033            RECORDING MODE IS F.
000034        01  PARAMETRO-REC               PIC X(80).
000035        FD  MOVIMENTO-FILE
000036            RECORDING MODE IS F.
000037        01  MOVIMENTO-REC               PIC X(80).
000038        FD  RELRETRO-FILE
000039            RECORDING MODE IS F.
000040        01  RELRETRO-REC                PIC X(80).
000041        WORKING-STORAGE SECTION.
000042            EXEC SQL
000043                INCLUDE BOOKFUNC
000044            END-EXEC.
000045            EXEC SQL
000046                INCLUDE BOOKFOLH
000047            END-EXEC.
000048            EXEC SQL
000049                INCLUDE BOOKDEPT
000050            END-EXEC.
000051            EXEC SQL
000052                INCLUDE SQLCA
000053            END-EXEC.
000054       *
000055       * CARTAO DE PARAMETRO 'R': DEPTO, PERCENTUAL DO REAJUSTE,
000056       * COMPETENCIA EFETIVA E ULTIMA COMPETENCIA DEVIDA (EM
000057       * BRANCO = TODAS AS FECHADAS DESDE A EFETIVA)
000058        01  WK-PARM-ACCEPT.
000059            05  WK-PARM-TIPO          PIC X(01)     VALUE SPACES.
000060            05  WK-PARM-DEPTOFUN      PIC X(03)     VALUE SPACES.
000061            05  WK-PARM-PERCENTUAL    PIC 9(03)V99  VALUE ZEROS.
000062            05  WK-PARM-COMP-INICIO   PIC X(07)     VALUE SPACES.
000063            05  WK-PARM-COMP-FIM      PIC X(07)     VALUE SPACES.
000064            05  FILLER                PIC X(57)     VALUE SPACES.
000065        77  WK-DEPTOFUN             PIC X(03)       VALUE SPACES.
000066        77  WK-PERCENTUAL           PIC 9(03)V99    VALUE ZEROS.
000067        77  WK-COMP-INICIO          PIC X(07)       VALUE SPACES.
000068        77  WK-COMP-FIM             PIC X(07)       VALUE SPACES.
000069       *
000070       * SO ENTRAM COMPETENCIAS FECHADAS ('F'); O DEPTO E O DA
000071       * LINHA DA FOLHA NO MES, O QUE PEGA TAMBEM QUEM FOI
000072       * TRANSFERIDO OU DESLIGADO DEPOIS
000073            EXEC SQL
000074                DECLARE RETROTEMP CURSOR FOR
000075                    SELECT M.CODFUN, F.NOMEFUN, F.STATUSFUN,
000076                           F.DT-DEMISSAOFUN, M.COMPETENCIA,
000077                           M.SALARIO-BRUTO, M.TOTAL-PROVENTOS
000078                        FROM EAD719.FOLHA_MENSAL M,
000079                             EAD719.FUNCIONARIOS F,
000080                             EAD719.COMPETENCIAS C
000081                    WHERE M.DEPTOFUN = :WK-DEPTOFUN
000082                      AND M.COMPETENCIA >= :WK-COMP-INICIO
000083                      AND M.COMPETENCIA <= :WK-COMP-FIM
000084                      AND C.COMPETENCIA = M.COMPETENCIA
000085                      AND C.STATUS = 'F'
000086                      AND F.CODFUN = M.CODFUN
000087                    ORDER BY M.CODFUN, M.COMPETENCIA
000088            END-EXEC.
000089        77  WK-SQLCODE-EDIT         PIC -999        VALUE ZEROS.
000090        77  WK-EOF-SYSIN            PIC X           VALUE 'N'.
000091       *
000092       * MOVIMENTO DE RUBRICAS NO LAYOUT LIDO PELO EAD71925
000093        01  WK-MOVIMENTO-SAIDA.
000094            05  WK-MOV-CODFUN         PIC X(04).
000095            05  WK-MOV-RUBRICA        PIC X(04)     VALUE 'RETR'.
000096            05  WK-MOV-TIPO           PIC X(01)     VALUE 'P'.
000097            05  WK-MOV-VALOR          PIC 9(06)V99.
000098            05  WK-MOV-DESCRICAO      PIC X(20).
000099            05  FILLER                PIC X(43)     VALUE SPACES.
000100       *
000101        77  WK-BASE-PAGA            PIC S9(7)V99 COMP-3 VALUE ZEROS.
000102        77  WK-BASE-DEVIDA          PIC S9(7)V99 COMP-3 VALUE ZEROS.
000103        77  WK-DIFERENCA            PIC S9(7)V99 COMP-3 VALUE ZEROS.
000104        77  WK-DESLIGADO            PIC X           VALUE 'N'.
000105        77  WK-CODFUN-ANTERIOR      PIC X(04)       VALUE SPACES.
000106        77  WK-NOME-ANTERIOR        PIC X(30)       VALUE SPACES.
000107        77  WK-SUBTOTAL-FUNC        PIC S9(8)V99 COMP-3 VALUE ZEROS.
000108        77  WK-TOTAL-DEPTO          PIC S9(9)V99 COMP-3 VALUE ZEROS.
000109        77  WK-TOTAL-DESLIGADOS     PIC S9(9)V99 COMP-3 VALUE ZEROS.
000110        77  WK-QTD-MOVIMENTOS       PIC 9(05)       VALUE ZEROS.
000111        77  WK-QTD-FUNCIONARIOS     PIC 9(05)       VALUE ZEROS.
000112        77  WK-QTD-DESLIGADOS       PIC 9(05)       VALUE ZEROS.
000113        77  WK-QTD-SEM-DIFERENCA    PIC 9(05)       VALUE ZEROS.
000114        77  WK-VALOR-EDIT           PIC ZZZ.ZZ9,99  VALUE ZEROS.
000115        77  WK-SUBTOTAL-EDIT        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000116        77  WK-PERCENTUAL-EDIT      PIC ZZ9,99      VALUE ZEROS.
000117        77  WK-RESUMO-EDIT          PIC ZZ.ZZ9      VALUE ZEROS.
000118       *
000119        PROCEDURE DIVISION.
000120        000-PRINCIPAL SECTION.
000121        001-PRINCIPAL.
000122            PERFORM 101-INICIAR.
000123            PERFORM 201-PROCESSAR UNTIL SQLCODE = 100.
000124            PERFORM 901-FINALIZAR.
000125            STOP RUN.
000126       *******************************************************
000127        100-INICIAR SECTION.
000128        101-INICIAR.
000129            OPEN INPUT PARAMETRO-FILE.
000130            PERFORM 111-LER-PARAMETRO UNTIL WK-EOF-SYSIN = 'S'.
000131            CLOSE PARAMETRO-FILE.
000132            IF WK-DEPTOFUN = SPACES
000133               OR WK-PERCENTUAL = ZEROS
000134               OR WK-COMP-INICIO = SPACES
000135                DISPLAY 'CARTAO R (DEPTO, PERCENTUAL E COMPETENCIA'
000136                        ' EFETIVA) NAO INFORMADO!'
000137                MOVE 12 TO RETURN-CODE
000138                STOP RUN
000139            END-IF.
000140            IF WK-COMP-FIM = SPACES
000141                MOVE '9999-12' TO WK-COMP-FIM
000142            END-IF.
000143            IF WK-COMP-FIM < WK-COMP-INICIO
000144                DISPLAY 'ULTIMA COMPETENCIA ' WK-COMP-FIM
000145                        ' ANTERIOR A EFETIVA ' WK-COMP-INICIO '!'
000146                MOVE 12 TO RETURN-CODE
000147                STOP RUN
000148            END-IF.
000149            PERFORM 121-VALIDA-DEPARTAMENTO.
000150            OPEN OUTPUT MOVIMENTO-FILE.
000151            OPEN OUTPUT RELRETRO-FILE.
000152            MOVE WK-PERCENTUAL TO WK-PERCENTUAL-EDIT.
000153            MOVE SPACES TO RELRETRO-REC.
000154            STRING 'EAD719 - DIFERENCAS RETROATIVAS - DEPTO '
000155                WK-DEPTOFUN ' - REAJUSTE ' WK-PERCENTUAL-EDIT
000156                '% DESDE ' WK-COMP-INICIO
000157                DELIMITED BY SIZE INTO RELRETRO-REC
000158            END-STRING.
000159            WRITE RELRETRO-REC.
000160            MOVE SPACES TO RELRETRO-REC.
000161            STRING 'FUNC COMPET.  BASE PAGA BASE DEVIDA  DIFERENCA'
000162                DELIMITED BY SIZE INTO RELRETRO-REC
000163            END-STRING.
000164            WRITE RELRETRO-REC.
000165            EXEC SQL
000166                OPEN RETROTEMP
000167            END-EXEC.
000168            EVALUATE SQLCODE
000169                WHEN 0
000170                    PERFORM 301-LER-RETROTEMP
000171                WHEN 100
000172                    CONTINUE
000173                WHEN OTHER
000174                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000175                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000176                            ' NO COMANDO OPEN CURSOR'
000177                    MOVE 12 TO RETURN-CODE
000178                    STOP RUN
000179            END-EVALUATE.
000180            IF SQLCODE = 100
000181                DISPLAY 'NENHUMA FOLHA FECHADA DO DEPTO '
000182                        WK-DEPTOFUN ' DESDE ' WK-COMP-INICIO '.'
000183            END-IF.
000184       *
000185        111-LER-PARAMETRO.
000186            READ PARAMETRO-FILE INTO WK-PARM-ACCEPT
000187                AT END
000188                    MOVE 'S' TO WK-EOF-SYSIN
000189            END-READ.
000190            IF WK-EOF-SYSIN = 'S'
000191                EXIT PARAGRAPH
000192            END-IF.
000193            IF WK-PARM-TIPO = 'R'
000194                IF WK-PARM-PERCENTUAL NOT NUMERIC
000195                    DISPLAY 'PERCENTUAL DO CARTAO R INVALIDO!'
000196                    MOVE 12 TO RETURN-CODE
000197                    STOP RUN
000198                END-IF
000199                MOVE WK-PARM-DEPTOFUN    TO WK-DEPTOFUN
000200                MOVE WK-PARM-PERCENTUAL  TO WK-PERCENTUAL
000201                MOVE WK-PARM-COMP-INICIO TO WK-COMP-INICIO
000202                MOVE WK-PARM-COMP-FIM    TO WK-COMP-FIM
000203            ELSE
000204                DISPLAY 'CARTAO DE PARAMETRO ' WK-PARM-TIPO
000205                        ' INVALIDO!'
000206            END-IF.
000207       *
000208        121-VALIDA-DEPARTAMENTO.
000209            MOVE WK-DEPTOFUN TO DEP-DEPTOFUN.
000210            EXEC SQL
000211                SELECT STATUSDEPTO INTO :DEP-STATUSDEPTO
000212                    FROM EAD719.DEPARTAMENTOS
000213                    WHERE DEPTOFUN = :DEP-DEPTOFUN
000214            END-EXEC.
000215            EVALUATE SQLCODE
000216                WHEN 0
000217                    CONTINUE
000218                WHEN 100
000219                    DISPLAY 'DEPARTAMENTO ' WK-DEPTOFUN
000220                            ' NAO CADASTRADO!'
000221                    MOVE 12 TO RETURN-CODE
000222                    STOP RUN
000223                WHEN OTHER
000224                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000225                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000226                            ' NA CONSULTA DO DEPARTAMENTO'
000227                    MOVE 12 TO RETURN-CODE
000228                    STOP RUN
000229            END-EVALUATE.
000230       *******************************************************
000231       * O REAJUSTE INCIDE SO SOBRE O SALARIO PAGO NO MES (BRUTO
000232       * MENOS OS PROVENTOS VARIAVEIS DO MOVIMENTO DE RUBRICAS)
000233        200-PROCESSAR SECTION.
000234        201-PROCESSAR.
000235            IF FOL-CODFUN NOT = WK-CODFUN-ANTERIOR
000236                IF WK-CODFUN-ANTERIOR NOT = SPACES
000237                    PERFORM 402-IMPRIME-SUBTOTAL
000238                END-IF
000239                MOVE FOL-CODFUN TO WK-CODFUN-ANTERIOR
000240                MOVE DB2-NOMEFUN-TEXT TO WK-NOME-ANTERIOR
000241                ADD 1 TO WK-QTD-FUNCIONARIOS
000242                PERFORM 211-VERIFICA-DESLIGADO
000243            END-IF.
000244            COMPUTE WK-BASE-PAGA =
000245                FOL-SALARIO-BRUTO - FOL-TOTAL-PROVENTOS.
000246            COMPUTE WK-BASE-DEVIDA ROUNDED =
000247                WK-BASE-PAGA * (100 + WK-PERCENTUAL) / 100.
000248            COMPUTE WK-DIFERENCA =
000249                WK-BASE-DEVIDA - WK-BASE-PAGA.
000250            IF WK-DIFERENCA > 0
000251                PERFORM 221-GRAVA-MOVIMENTO
000252                PERFORM 401-IMPRIME-DETALHE
000253            ELSE
000254                ADD 1 TO WK-QTD-SEM-DIFERENCA
000255            END-IF.
000256            PERFORM 301-LER-RETROTEMP.
000257       *
000258       * DESLIGADO DEPOIS DA COMPETENCIA: A DIFERENCA VAI NO
000259       * MOVIMENTO E FICA MARCADA NO RELATORIO PARA PAGAMENTO
000260       * EM RESCISAO COMPLEMENTAR
000261        211-VERIFICA-DESLIGADO.
000262            IF DB2-STATUSFUN NOT = 'A'
000263               OR DB2-DT-DEMISSAOFUN NOT = SPACES
000264                MOVE 'S' TO WK-DESLIGADO
000265                ADD 1 TO WK-QTD-DESLIGADOS
000266            ELSE
000267                MOVE 'N' TO WK-DESLIGADO
000268            END-IF.
000269       *
000270        221-GRAVA-MOVIMENTO.
000271            MOVE FOL-CODFUN   TO WK-MOV-CODFUN.
000272            MOVE WK-DIFERENCA TO WK-MOV-VALOR.
000273            MOVE SPACES TO WK-MOV-DESCRICAO.
000274            STRING 'DIF REAJ ' FOL-COMPETENCIA
000275                DELIMITED BY SIZE INTO WK-MOV-DESCRICAO
000276            END-STRING.
000277            MOVE SPACES TO MOVIMENTO-REC.
000278            MOVE WK-MOVIMENTO-SAIDA TO MOVIMENTO-REC.
000279            WRITE MOVIMENTO-REC.
000280            ADD 1 TO WK-QTD-MOVIMENTOS.
000281            ADD WK-DIFERENCA TO WK-SUBTOTAL-FUNC.
000282            ADD WK-DIFERENCA TO WK-TOTAL-DEPTO.
000283            IF WK-DESLIGADO = 'S'
000284                ADD WK-DIFERENCA TO WK-TOTAL-DESLIGADOS
000285            END-IF.
000286       *******************************************************
000287        300-LER-RETROTEMP SECTION.
000288        301-LER-RETROTEMP.
000289            MOVE SPACES TO DB2-NOMEFUN-TEXT.
000290            EXEC SQL
000291                FETCH RETROTEMP
000292                  INTO :FOL-CODFUN,
000293                       :DB2-NOMEFUN,
000294                       :DB2-STATUSFUN,
000295                       :DB2-DT-DEMISSAOFUN,
000296                       :FOL-COMPETENCIA,
000297                       :FOL-SALARIO-BRUTO,
000298                       :FOL-TOTAL-PROVENTOS
000299            END-EXEC.
000300            EVALUATE SQLCODE
000301                WHEN 0
000302                    CONTINUE
000303                WHEN 100
000304                    IF WK-CODFUN-ANTERIOR NOT = SPACES
000305                        PERFORM 402-IMPRIME-SUBTOTAL
000306                    END-IF
000307                WHEN OTHER
000308                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000309                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000310                            ' NO COMANDO FETCH'
000311                    MOVE 12 TO RETURN-CODE
000312                    STOP RUN
000313            END-EVALUATE.
000314       *******************************************************
000315        400-IMPRESSAO SECTION.
000316        401-IMPRIME-DETALHE.
000317            MOVE SPACES TO RELRETRO-REC.
000318            MOVE WK-BASE-PAGA TO WK-VALOR-EDIT.
000319            STRING FOL-CODFUN ' ' FOL-COMPETENCIA ' ' WK-VALOR-EDIT
000320                DELIMITED BY SIZE INTO RELRETRO-REC
000321            END-STRING.
000322            MOVE WK-BASE-DEVIDA TO WK-VALOR-EDIT.
000323            MOVE WK-VALOR-EDIT TO RELRETRO-REC(25:10).
000324            MOVE WK-DIFERENCA TO WK-VALOR-EDIT.
000325            MOVE WK-VALOR-EDIT TO RELRETRO-REC(37:10).
000326            IF WK-DESLIGADO = 'S'
000327                MOVE 'DESLIGADO' TO RELRETRO-REC(49:9)
000328            END-IF.
000329            WRITE RELRETRO-REC.
000330       *
000331        402-IMPRIME-SUBTOTAL.
000332            MOVE WK-SUBTOTAL-FUNC TO WK-SUBTOTAL-EDIT.
000333            MOVE SPACES TO RELRETRO-REC.
000334            STRING '     SUBTOTAL ' WK-CODFUN-ANTERIOR ' '
000335                WK-NOME-ANTERIOR(1:20) ' ' WK-SUBTOTAL-EDIT
000336                DELIMITED BY SIZE INTO RELRETRO-REC
000337            END-STRING.
000338            WRITE RELRETRO-REC.
000339            MOVE ZEROS TO WK-SUBTOTAL-FUNC.
000340       *
000341        403-IMPRIME-TOTAL-DEPTO.
000342            MOVE SPACES TO RELRETRO-REC.
000343            WRITE RELRETRO-REC.
000344            MOVE WK-TOTAL-DEPTO TO WK-SUBTOTAL-EDIT.
000345            MOVE SPACES TO RELRETRO-REC.
000346            STRING 'TOTAL DO DEPTO ' WK-DEPTOFUN
000347                ' ........................ ' WK-SUBTOTAL-EDIT
000348                DELIMITED BY SIZE INTO RELRETRO-REC
000349            END-STRING.
000350            WRITE RELRETRO-REC.
000351            MOVE WK-TOTAL-DESLIGADOS TO WK-SUBTOTAL-EDIT.
000352            MOVE SPACES TO RELRETRO-REC.
000353            STRING '  DOS QUAIS DESLIGADOS (RESCISAO COMPL.) '
000354                WK-SUBTOTAL-EDIT
000355                DELIMITED BY SIZE INTO RELRETRO-REC
000356            END-STRING.
000357            WRITE RELRETRO-REC.
000358       *******************************************************
000359        900-FINALIZAR SECTION.
000360        901-FINALIZAR.
000361            EXEC SQL
000362                CLOSE RETROTEMP
000363            END-EXEC.
000364            PERFORM 403-IMPRIME-TOTAL-DEPTO.
000365            CLOSE MOVIMENTO-FILE.
000366            CLOSE RELRETRO-FILE.
000367            DISPLAY '*********************************************'.
000368            DISPLAY '*   RESUMO DAS DIFERENCAS RETROATIVAS      *'.
000369            DISPLAY '*   EAD71954                               *'.
000370            DISPLAY '*********************************************'.
000371            DISPLAY 'DEPARTAMENTO          : ' WK-DEPTOFUN.
000372            DISPLAY 'PERCENTUAL            : ' WK-PERCENTUAL-EDIT.
000373            DISPLAY 'COMPETENCIA EFETIVA   : ' WK-COMP-INICIO.
000374            MOVE WK-QTD-FUNCIONARIOS TO WK-RESUMO-EDIT.
000375            DISPLAY 'FUNCIONARIOS          : ' WK-RESUMO-EDIT.
000376            MOVE WK-QTD-DESLIGADOS TO WK-RESUMO-EDIT.
000377            DISPLAY 'DESLIGADOS            : ' WK-RESUMO-EDIT.
000378            MOVE WK-QTD-MOVIMENTOS TO WK-RESUMO-EDIT.
000379            DISPLAY 'MOVIMENTOS GERADOS    : ' WK-RESUMO-EDIT.
000380            MOVE WK-QTD-SEM-DIFERENCA TO WK-RESUMO-EDIT.
000381            DISPLAY 'MESES SEM DIFERENCA   : ' WK-RESUMO-EDIT.
000382            MOVE WK-TOTAL-DEPTO TO WK-SUBTOTAL-EDIT.
000383            DISPLAY 'TOTAL DAS DIFERENCAS  : ' WK-SUBTOTAL-EDIT.
000384            DISPLAY '*********************************************'.
