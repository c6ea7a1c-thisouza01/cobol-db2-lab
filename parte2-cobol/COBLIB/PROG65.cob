000001        IDENTIFICATION DIVISION.
000002        PROGRAM-ID.    EAD71965.
000003        AUTHOR.        THIAGO.
000004       *********************************************************
000005       * CADASTRO DOS ESTABELECIMENTOS (FILIAIS / CNPJ) DO      *
000006       * EMPREGADOR EM EAD719.ESTABELECIMENTOS VIA CARTOES +    *
000007       * LISTAGEM DOS ESTABELECIMENTOS COM SEUS DEPARTAMENTOS   *
000008       * CARTAO 'O' NO TOPO DO LOTE IDENTIFICA O OPERADOR E     *
000009       * CADA FUNCAO E CONFERIDA CONTRA EAD719.OPERADORES       *
000010       * CADA TRANSACAO TEM DUAS LINHAS: A SEGUNDA TRAZ O       *
000011       * ENDERECO (EM BRANCO NOS CARTOES 'O' E 'E')             *
000012       * FUNCOES: I=INCLUI A=ALTERA (CAMPO EM BRANCO NAO MUDA)  *
000013       * E=DESATIVA (SO SEM DEPARTAMENTO ATIVO VINCULADO)       *
000014       * O CNPJ E CONFERIDO PELOS DIGITOS VERIFICADORES         *
000014       * B=CONVENIO BANCARIO DA REMESSA CNAB 240 DO EAD71966    *
000014       * EM EAD719.CONVENIOS_BANCARIOS: O CARTAO TRAZ O         *
000014       * CONVENIO COMPLETO (INCLUI OU SUBSTITUI; O NSA DO       *
000014       * BANCO NAO MUDA); A SEGUNDA LINHA TRAZ AGENCIA,         *
000014       * CONTA E RAZAO SOCIAL DA EMPRESA CONTRATANTE            *
000014       * A LISTAGEM TRAZ TAMBEM OS CONVENIOS BANCARIOS          *
000015       *********************************************************
000016       *
000017        ENVIRONMENT DIVISION.
000018        CONFIGURATION SECTION.
000019        SPECIAL-NAMES.
000020            DECIMAL-POINT IS COMMA.
000021        INPUT-OUTPUT SECTION.
000022        FILE-CONTROL.
000023            SELECT TRANSACAO-FILE ASSIGN TO SYSIN
000024                ORGANIZATION IS SEQUENTIAL.
000025            SELECT RELESTAB-FILE ASSIGN TO RELESTAB
000026                ORGANIZATION IS SEQUENTIAL.
000027       *
000028        DATA DIVISION.
000029        FILE SECTION.
000030        FD  TRANSACAO-FILE
000031            RECORDING MODE IS F.
000032        01  TRANSACAO-REC               PIC X(80).
000033        FD  RELESTAB-FILE
000034            RECORDING MODE IS F.
000035        01  RELESTAB-REC                PIC X(80).
000036        WORKING-STORAGE SECTION.
000037            EXEC SQL
000038                INCLUDE BOOKESTB
000038            END-EXEC.
000038            EXEC SQL
000038                INCLUDE BOOKCONV
000039            END-EXEC.
000040            EXEC SQL
000041                INCLUDE BOOKDEPT
000042            END-EXEC.
000043            EXEC SQL
000044                INCLUDE BOOKOPER
000045            END-EXEC.
000046            EXEC SQL
000047                INCLUDE SQLCA
000048            END-EXEC.
000049            EXEC SQL
000050                DECLARE ESTABTEMP CURSOR FOR
000051                    SELECT CODESTAB, CNPJ, NOME, CONVENIO, STATUS
000052                        FROM EAD719.ESTABELECIMENTOS
000053                    ORDER BY CODESTAB
000054            END-EXEC.
000055            EXEC SQL
000056                DECLARE DEPTOEST CURSOR FOR
000057                    SELECT DEPTOFUN, NOMEDEPTO, STATUSDEPTO
000058                        FROM EAD719.DEPARTAMENTOS
000059                    WHERE CODESTAB = :EST-CODESTAB
000060                    ORDER BY DEPTOFUN
000060            END-EXEC.
000060            EXEC SQL
000060                DECLARE CONVTEMP CURSOR FOR
000060                    SELECT BANCO, NOME-BANCO, SAIDA, CONVENIO,
000060                           AGENCIA, CONTA, NSA, STATUS
000060                        FROM EAD719.CONVENIOS_BANCARIOS
000060                    ORDER BY BANCO
000061            END-EXEC.
000062        77  WK-SQLCODE-EDIT           PIC -999        VALUE ZEROS.
000063        77  WK-EOF-SYSIN              PIC X           VALUE 'N'.
000064        01  WK-ACCEPT.
000065            05 WK-FUNCAO-ACCEPT       PIC X           VALUE SPACES.
000066            05 WK-CODESTAB-ACCEPT     PIC X(02)       VALUE SPACES.
000067            05 WK-CNPJ-ACCEPT         PIC X(14)       VALUE SPACES.
000068            05 WK-NOME-ACCEPT         PIC X(40)       VALUE SPACES.
000069            05 WK-CONVENIO-ACCEPT     PIC X(20)       VALUE SPACES.
000070        01  WK-ACCEPT-OPER-RED REDEFINES WK-ACCEPT.
000071            05 FILLER                 PIC X(01).
000072            05 WK-OPERADOR-ACCEPT     PIC X(08).
000073            05 FILLER                 PIC X(68).
000074        01  WK-ACCEPT-BANCO-RED REDEFINES WK-ACCEPT.
000074            05 FILLER                 PIC X(01).
000074            05 WK-BCO-BANCO-ACCEPT    PIC X(03).
000074            05 WK-BCO-SAIDA-ACCEPT    PIC X(02).
000074            05 WK-BCO-CNPJ-ACCEPT     PIC X(14).
000074            05 WK-BCO-CONVENIO-ACCEPT PIC X(20).
000074            05 WK-BCO-STATUS-ACCEPT   PIC X(01).
000074            05 WK-BCO-NOME-ACCEPT     PIC X(30).
000074            05 FILLER                 PIC X(06).
000074        01  WK-LINHA2-ACCEPT.
000074            05 WK-ENDERECO-ACCEPT     PIC X(60)       VALUE SPACES.
000074        01  WK-LINHA2-BANCO-RED REDEFINES WK-LINHA2-ACCEPT.
000074            05 WK-BCO-AGENCIA-ACCEPT  PIC X(05).
000074            05 WK-BCO-DV-AGENCIA-ACCEPT PIC X(01).
000074            05 WK-BCO-CONTA-ACCEPT    PIC X(12).
000074            05 WK-BCO-DV-CONTA-ACCEPT PIC X(01).
000074            05 WK-BCO-RAZAO-ACCEPT    PIC X(30).
000074            05 FILLER                 PIC X(11).
000075       *
000076        77  WK-CARTAO-VALIDO          PIC X           VALUE 'S'.
000077        77  WK-STATUS-ATUAL           PIC X           VALUE SPACES.
000078        77  WK-QTD-DEPTOS-ATIVOS      PIC S9(09) COMP VALUE ZEROS.
000079       *
000080       * CONFERENCIA DO CNPJ: MODULO 11 COM PESOS 6543298765432
000081       * (O PRIMEIRO DIGITO USA OS PESOS A PARTIR DA SEGUNDA
000082       * POSICAO)
000083        01  WK-PESOS-CNPJ             PIC X(13)
000084            VALUE '6543298765432'.
000085        01  WK-PESOS-CNPJ-RED REDEFINES WK-PESOS-CNPJ.
000086            05 WK-PESO-CNPJ           PIC 9(01) OCCURS 13 TIMES.
000087        01  WK-CNPJ-CONFERE           PIC X(14)       VALUE SPACES.
000088        01  WK-CNPJ-CONFERE-RED REDEFINES WK-CNPJ-CONFERE.
000089            05 WK-DIGITO-CNPJ         PIC 9(01) OCCURS 14 TIMES.
000090        77  WK-IND-CNPJ               PIC 9(02) COMP VALUE ZEROS.
000091        77  WK-DESLOC-PESO            PIC 9(02) COMP VALUE ZEROS.
000092        77  WK-QTD-DIGITOS            PIC 9(02) COMP VALUE ZEROS.
000093        77  WK-SOMA-CNPJ              PIC 9(05) COMP VALUE ZEROS.
000094        77  WK-RESTO-CNPJ             PIC 9(02) COMP VALUE ZEROS.
000095        77  WK-QUOCIENTE-CNPJ         PIC 9(05) COMP VALUE ZEROS.
000096        77  WK-DV-CALCULADO           PIC 9(01)      VALUE ZEROS.
000097        77  WK-CNPJ-VALIDO            PIC X          VALUE 'N'.
000097       *
000097       * CONVENIO BANCARIO (CARTAO 'B')
000097        77  WK-SAIDA-NUM              PIC 9(02)       VALUE ZEROS.
000097        77  WK-QTD-SAIDA-USADA        PIC S9(09) COMP VALUE ZEROS.
000098       *
000099       * LISTAGEM
000100        77  WK-FIM-ESTAB              PIC X           VALUE 'N'.
000101        77  WK-QTD-ESTAB-LISTADOS     PIC 9(05)       VALUE ZEROS.
000102        77  WK-QTD-DEPTOS-ESTAB       PIC 9(05)       VALUE ZEROS.
000102        77  WK-FIM-CONV               PIC X           VALUE 'N'.
000102        77  WK-QTD-CONV-LISTADOS      PIC 9(05)       VALUE ZEROS.
000102        77  WK-NSA-EDIT               PIC ZZZZZ9      VALUE ZEROS.
000103       *
000104        01  WK-RESUMO-LOTE.
000105            05  WK-QTD-INCLUSAO-OK    PIC 9(05)  VALUE ZEROS.
000106            05  WK-QTD-INCLUSAO-REJ   PIC 9(05)  VALUE ZEROS.
000107            05  WK-QTD-ALTERACAO-OK   PIC 9(05)  VALUE ZEROS.
000108            05  WK-QTD-ALTERACAO-REJ  PIC 9(05)  VALUE ZEROS.
000109            05  WK-QTD-EXCLUSAO-OK    PIC 9(05)  VALUE ZEROS.
000110            05  WK-QTD-EXCLUSAO-REJ   PIC 9(05)  VALUE ZEROS.
000110            05  WK-QTD-CONVENIO-OK    PIC 9(05)  VALUE ZEROS.
000110            05  WK-QTD-CONVENIO-REJ   PIC 9(05)  VALUE ZEROS.
000111            05  WK-QTD-FUNCAO-INVALIDA PIC 9(05) VALUE ZEROS.
000112            05  WK-QTD-NAO-AUTORIZADA PIC 9(05)  VALUE ZEROS.
000113        77  WK-RESUMO-EDIT            PIC ZZ.ZZ9 VALUE ZEROS.
000114       *
000115       * IDENTIFICACAO E AUTORIZACAO DO OPERADOR (CARTAO 'O')
000116        77  WK-OPERADOR-OK            PIC X      VALUE 'N'.
000117        77  WK-FUNCAO-AUTORIZADA      PIC X      VALUE 'N'.
000118        77  WK-IND-FUNCAO             PIC 9(02) COMP VALUE ZEROS.
000119       *
000120        PROCEDURE DIVISION.
000121        000-PRINCIPAL SECTION.
000122        001-PRINCIPAL.
000123            PERFORM 101-INICIAR.
000124            PERFORM 201-PROCESSAR UNTIL WK-EOF-SYSIN = 'S'.
000125            PERFORM 401-LISTA-ESTABELECIMENTOS.
000125            PERFORM 441-LISTA-CONVENIOS.
000126            PERFORM 901-FINALIZAR.
000127            STOP RUN.
000128       *******************************************************
000129        100-INICIAR SECTION.
000130        101-INICIAR.
000131            OPEN INPUT TRANSACAO-FILE.
000132            OPEN OUTPUT RELESTAB-FILE.
000133            PERFORM 301-LER-TRANSACAO.
000134       *******************************************************
000135        200-PROCESSAR SECTION.
000136        201-PROCESSAR.
000137            IF WK-FUNCAO-ACCEPT = 'O'
000138                PERFORM 208-IDENTIFICA-OPERADOR
000139            ELSE
000140                PERFORM 209-VERIFICA-AUTORIZACAO
000141                IF WK-FUNCAO-AUTORIZADA = 'S'
000142                    EVALUATE WK-FUNCAO-ACCEPT
000143                        WHEN 'I'
000144                            PERFORM 202-INCLUSAO
000145                        WHEN 'A'
000146                            PERFORM 203-ALTERACAO
000147                        WHEN 'E'
000148                            PERFORM 204-EXCLUSAO
000148                        WHEN 'B'
000148                            PERFORM 205-CONVENIO-BANCARIO
000149                        WHEN OTHER
000150                            DISPLAY 'FUNCAO ' WK-FUNCAO-ACCEPT
000151                                    ' INVALIDA!'
000152                            ADD 1 TO WK-QTD-FUNCAO-INVALIDA
000153                    END-EVALUATE
000154                END-IF
000155            END-IF.
000156            PERFORM 301-LER-TRANSACAO.
000157       *
000158        208-IDENTIFICA-OPERADOR.
000159            MOVE WK-OPERADOR-ACCEPT TO OPR-OPERADOR.
000160            MOVE 'EAD71965'         TO OPR-PROGRAMA.
000161            MOVE SPACES             TO OPR-FUNCOES.
000162            MOVE 'N'                TO WK-OPERADOR-OK.
000163            EXEC SQL
000164                SELECT FUNCOES INTO :OPR-FUNCOES
000165                    FROM EAD719.OPERADORES
000166                    WHERE OPERADOR = :OPR-OPERADOR
000167                      AND PROGRAMA = :OPR-PROGRAMA
000168                      AND STATUS = 'A'
000169            END-EXEC.
000170            EVALUATE SQLCODE
000171                WHEN 0
000172                    MOVE 'S' TO WK-OPERADOR-OK
000173                    DISPLAY 'OPERADOR ' OPR-OPERADOR
000174                            ' IDENTIFICADO.'
000175                WHEN 100
000176                    DISPLAY 'OPERADOR ' OPR-OPERADOR
000177                            ' NAO CADASTRADO PARA O PROGRAMA!'
000178                WHEN OTHER
000179                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000180                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000181                            ' NO SELECT DO OPERADOR'
000182                    MOVE 12 TO RETURN-CODE
000183                    STOP RUN
000184            END-EVALUATE.
000185       *
000186        209-VERIFICA-AUTORIZACAO.
000187            MOVE 'N' TO WK-FUNCAO-AUTORIZADA.
000188            IF WK-OPERADOR-OK NOT = 'S'
000189                DISPLAY 'TRANSACAO ' WK-FUNCAO-ACCEPT ' '
000190                        WK-CODESTAB-ACCEPT ' SEM OPERADOR'
000191                        ' IDENTIFICADO - REJEITADA!'
000192                ADD 1 TO WK-QTD-NAO-AUTORIZADA
000193                EXIT PARAGRAPH
000194            END-IF.
000195            PERFORM VARYING WK-IND-FUNCAO FROM 1 BY 1
000196                UNTIL WK-IND-FUNCAO > 8
000197                   OR WK-FUNCAO-AUTORIZADA = 'S'
000198                IF OPR-FUNCOES(WK-IND-FUNCAO:1) =
000199                   WK-FUNCAO-ACCEPT
000200                   AND WK-FUNCAO-ACCEPT NOT = SPACES
000201                    MOVE 'S' TO WK-FUNCAO-AUTORIZADA
000202                END-IF
000203            END-PERFORM.
000204            IF WK-FUNCAO-AUTORIZADA NOT = 'S'
000205                DISPLAY 'OPERADOR ' OPR-OPERADOR
000206                        ' NAO AUTORIZADO A FUNCAO '
000207                        WK-FUNCAO-ACCEPT ' ('
000208                        WK-CODESTAB-ACCEPT ') - REJEITADA!'
000209                ADD 1 TO WK-QTD-NAO-AUTORIZADA
000210            END-IF.
000211       *
000212       * INCLUSAO: CODIGO, CNPJ VALIDO E NOME OBRIGATORIOS; O
000213       * CONVENIO PODE VIR DEPOIS, MAS SEM ELE O ESTABELECIMENTO
000214       * NAO ENTRA NA REMESSA DE SALARIOS DO EAD71927
000215        202-INCLUSAO.
000216            IF WK-CODESTAB-ACCEPT = SPACES
000217               OR WK-NOME-ACCEPT = SPACES
000218                DISPLAY 'INCLUSAO DO ESTABELECIMENTO '
000219                        WK-CODESTAB-ACCEPT ' SEM CODIGO OU NOME!'
000220                ADD 1 TO WK-QTD-INCLUSAO-REJ
000221                EXIT PARAGRAPH
000222            END-IF.
000223            MOVE WK-CNPJ-ACCEPT TO WK-CNPJ-CONFERE.
000223            PERFORM 221-CONFERE-CNPJ.
000224            IF WK-CNPJ-VALIDO NOT = 'S'
000225                ADD 1 TO WK-QTD-INCLUSAO-REJ
000226                EXIT PARAGRAPH
000227            END-IF.
000228            MOVE WK-CODESTAB-ACCEPT TO EST-CODESTAB.
000229            MOVE WK-CNPJ-ACCEPT     TO EST-CNPJ.
000230            MOVE WK-NOME-ACCEPT     TO EST-NOME.
000231            MOVE WK-ENDERECO-ACCEPT TO EST-ENDERECO.
000232            MOVE WK-CONVENIO-ACCEPT TO EST-CONVENIO.
000233            MOVE 'A'                TO EST-STATUS.
000234            MOVE OPR-OPERADOR       TO EST-OPERADOR.
000235            EXEC SQL
000236                INSERT INTO EAD719.ESTABELECIMENTOS
000237                VALUES(:EST-CODESTAB,
000238                       :EST-CNPJ,
000239                       :EST-NOME,
000240                       :EST-ENDERECO,
000241                       :EST-CONVENIO,
000242                       :EST-STATUS,
000243                       :EST-OPERADOR,
000244                       CURRENT TIMESTAMP)
000245            END-EXEC.
000246            EVALUATE SQLCODE
000247                WHEN 0
000248                    DISPLAY 'ESTABELECIMENTO ' EST-CODESTAB
000249                            ' INCLUIDO.'
000250                    ADD 1 TO WK-QTD-INCLUSAO-OK
000251                WHEN -803
000252                    DISPLAY 'ESTABELECIMENTO ' EST-CODESTAB
000253                            ' JA CADASTRADO!'
000254                    ADD 1 TO WK-QTD-INCLUSAO-REJ
000255                WHEN OTHER
000256                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000257                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000258                            ' NO INSERT DO ESTABELECIMENTO'
000259                    MOVE 12 TO RETURN-CODE
000260                    STOP RUN
000261            END-EVALUATE.
000262       *
000263       * ALTERACAO: SO OS CAMPOS PREENCHIDOS NO CARTAO MUDAM;
000264       * ESTABELECIMENTO INATIVO VOLTA A ATIVO
000265        203-ALTERACAO.
000266            PERFORM 222-BUSCA-ESTABELECIMENTO.
000267            IF WK-STATUS-ATUAL = SPACES
000268                ADD 1 TO WK-QTD-ALTERACAO-REJ
000269                EXIT PARAGRAPH
000270            END-IF.
000271            IF WK-CNPJ-ACCEPT NOT = SPACES
000272                MOVE WK-CNPJ-ACCEPT TO WK-CNPJ-CONFERE
000272                PERFORM 221-CONFERE-CNPJ
000273                IF WK-CNPJ-VALIDO NOT = 'S'
000274                    ADD 1 TO WK-QTD-ALTERACAO-REJ
000275                    EXIT PARAGRAPH
000276                END-IF
000277                MOVE WK-CNPJ-ACCEPT TO EST-CNPJ
000278            END-IF.
000279            IF WK-NOME-ACCEPT NOT = SPACES
000280                MOVE WK-NOME-ACCEPT TO EST-NOME
000281            END-IF.
000282            IF WK-ENDERECO-ACCEPT NOT = SPACES
000283                MOVE WK-ENDERECO-ACCEPT TO EST-ENDERECO
000284            END-IF.
000285            IF WK-CONVENIO-ACCEPT NOT = SPACES
000286                MOVE WK-CONVENIO-ACCEPT TO EST-CONVENIO
000287            END-IF.
000288            MOVE OPR-OPERADOR TO EST-OPERADOR.
000289            EXEC SQL
000290                UPDATE EAD719.ESTABELECIMENTOS
000291                    SET CNPJ = :EST-CNPJ,
000292                        NOME = :EST-NOME,
000293                        ENDERECO = :EST-ENDERECO,
000294                        CONVENIO = :EST-CONVENIO,
000295                        STATUS = 'A',
000296                        OPERADOR = :EST-OPERADOR,
000297                        TS-ULT-ALTERACAO = CURRENT TIMESTAMP
000298                    WHERE CODESTAB = :EST-CODESTAB
000299            END-EXEC.
000300            IF SQLCODE NOT = 0
000301                MOVE SQLCODE TO WK-SQLCODE-EDIT
000302                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000303                        ' NO UPDATE DO ESTABELECIMENTO'
000304                MOVE 12 TO RETURN-CODE
000305                STOP RUN
000306            END-IF.
000307            DISPLAY 'ESTABELECIMENTO ' EST-CODESTAB ' ALTERADO.'.
000308            ADD 1 TO WK-QTD-ALTERACAO-OK.
000309       *
000310       * DESATIVACAO: DEPARTAMENTO ATIVO VINCULADO TEM QUE SER
000311       * TRANSFERIDO ANTES PELO EAD71924
000312        204-EXCLUSAO.
000313            PERFORM 222-BUSCA-ESTABELECIMENTO.
000314            IF WK-STATUS-ATUAL = SPACES
000315                ADD 1 TO WK-QTD-EXCLUSAO-REJ
000316                EXIT PARAGRAPH
000317            END-IF.
000318            IF WK-STATUS-ATUAL NOT = 'A'
000319                DISPLAY 'ESTABELECIMENTO ' EST-CODESTAB
000320                        ' JA INATIVO!'
000321                ADD 1 TO WK-QTD-EXCLUSAO-REJ
000322                EXIT PARAGRAPH
000323            END-IF.
000324            EXEC SQL
000325                SELECT COUNT(*) INTO :WK-QTD-DEPTOS-ATIVOS
000326                    FROM EAD719.DEPARTAMENTOS
000327                    WHERE CODESTAB = :EST-CODESTAB
000328                      AND STATUSDEPTO = 'A'
000329            END-EXEC.
000330            IF SQLCODE NOT = 0
000331                MOVE SQLCODE TO WK-SQLCODE-EDIT
000332                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000333                        ' NA CONTAGEM DOS DEPARTAMENTOS'
000334                MOVE 12 TO RETURN-CODE
000335                STOP RUN
000336            END-IF.
000337            IF WK-QTD-DEPTOS-ATIVOS > 0
000338                DISPLAY 'ESTABELECIMENTO ' EST-CODESTAB
000339                        ' AINDA TEM DEPARTAMENTO ATIVO - NAO'
000340                        ' DESATIVADO!'
000341                ADD 1 TO WK-QTD-EXCLUSAO-REJ
000342                EXIT PARAGRAPH
000343            END-IF.
000344            MOVE OPR-OPERADOR TO EST-OPERADOR.
000345            EXEC SQL
000346                UPDATE EAD719.ESTABELECIMENTOS
000347                    SET STATUS = 'I',
000348                        OPERADOR = :EST-OPERADOR,
000349                        TS-ULT-ALTERACAO = CURRENT TIMESTAMP
000350                    WHERE CODESTAB = :EST-CODESTAB
000351            END-EXEC.
000352            IF SQLCODE NOT = 0
000353                MOVE SQLCODE TO WK-SQLCODE-EDIT
000354                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000355                        ' NA DESATIVACAO DO ESTABELECIMENTO'
000356                MOVE 12 TO RETURN-CODE
000357                STOP RUN
000358            END-IF.
000359            DISPLAY 'ESTABELECIMENTO ' EST-CODESTAB ' DESATIVADO.'.
000360            ADD 1 TO WK-QTD-EXCLUSAO-OK.
000360       *
000360       * CONVENIO BANCARIO: AGENCIA E CONTA VEM COM ZEROS A
000360       * ESQUERDA; CADA SAIDA (01 A 05) SO PODE TER UM BANCO
000360       * ATIVO, POIS E O DD CNABNN GRAVADO PELO EAD71966
000360        205-CONVENIO-BANCARIO.
000360            IF WK-BCO-BANCO-ACCEPT NOT NUMERIC
000360               OR WK-BCO-SAIDA-ACCEPT NOT NUMERIC
000360                DISPLAY 'CONVENIO DO BANCO ' WK-BCO-BANCO-ACCEPT
000360                        ' COM BANCO OU SAIDA NAO NUMERICO!'
000360                ADD 1 TO WK-QTD-CONVENIO-REJ
000360                EXIT PARAGRAPH
000360            END-IF.
000360            MOVE WK-BCO-SAIDA-ACCEPT TO WK-SAIDA-NUM.
000360            IF WK-SAIDA-NUM < 1 OR WK-SAIDA-NUM > 5
000360                DISPLAY 'CONVENIO DO BANCO ' WK-BCO-BANCO-ACCEPT
000360                        ' COM SAIDA FORA DE 01 A 05!'
000360                ADD 1 TO WK-QTD-CONVENIO-REJ
000360                EXIT PARAGRAPH
000360            END-IF.
000360            IF WK-BCO-STATUS-ACCEPT = SPACES
000360                MOVE 'A' TO WK-BCO-STATUS-ACCEPT
000360            END-IF.
000360            IF WK-BCO-STATUS-ACCEPT NOT = 'A'
000360               AND WK-BCO-STATUS-ACCEPT NOT = 'I'
000360                DISPLAY 'CONVENIO DO BANCO ' WK-BCO-BANCO-ACCEPT
000360                        ' COM STATUS ' WK-BCO-STATUS-ACCEPT
000360                        ' INVALIDO!'
000360                ADD 1 TO WK-QTD-CONVENIO-REJ
000360                EXIT PARAGRAPH
000360            END-IF.
000360            IF WK-BCO-CONVENIO-ACCEPT = SPACES
000360               OR WK-BCO-NOME-ACCEPT = SPACES
000360               OR WK-BCO-RAZAO-ACCEPT = SPACES
000360                DISPLAY 'CONVENIO DO BANCO ' WK-BCO-BANCO-ACCEPT
000360                        ' SEM CONVENIO, NOME OU RAZAO SOCIAL!'
000360                ADD 1 TO WK-QTD-CONVENIO-REJ
000360                EXIT PARAGRAPH
000360            END-IF.
000360            IF WK-BCO-AGENCIA-ACCEPT NOT NUMERIC
000360               OR WK-BCO-CONTA-ACCEPT NOT NUMERIC
000360                DISPLAY 'CONVENIO DO BANCO ' WK-BCO-BANCO-ACCEPT
000360                        ' COM AGENCIA OU CONTA NAO NUMERICA!'
000360                ADD 1 TO WK-QTD-CONVENIO-REJ
000360                EXIT PARAGRAPH
000360            END-IF.
000360            MOVE WK-BCO-CNPJ-ACCEPT TO WK-CNPJ-CONFERE.
000360            PERFORM 221-CONFERE-CNPJ.
000360            IF WK-CNPJ-VALIDO NOT = 'S'
000360                ADD 1 TO WK-QTD-CONVENIO-REJ
000360                EXIT PARAGRAPH
000360            END-IF.
000360            MOVE WK-BCO-BANCO-ACCEPT      TO CNV-BANCO.
000360            MOVE WK-BCO-NOME-ACCEPT       TO CNV-NOME-BANCO.
000360            MOVE WK-SAIDA-NUM             TO CNV-SAIDA.
000360            MOVE WK-BCO-CNPJ-ACCEPT       TO CNV-CNPJ.
000360            MOVE WK-BCO-RAZAO-ACCEPT      TO CNV-RAZAO-SOCIAL.
000360            MOVE WK-BCO-CONVENIO-ACCEPT   TO CNV-CONVENIO.
000360            MOVE WK-BCO-AGENCIA-ACCEPT    TO CNV-AGENCIA.
000360            MOVE WK-BCO-DV-AGENCIA-ACCEPT TO CNV-DV-AGENCIA.
000360            MOVE WK-BCO-CONTA-ACCEPT      TO CNV-CONTA.
000360            MOVE WK-BCO-DV-CONTA-ACCEPT   TO CNV-DV-CONTA.
000360            MOVE ZEROS                    TO CNV-NSA.
000360            MOVE WK-BCO-STATUS-ACCEPT     TO CNV-STATUS.
000360            MOVE OPR-OPERADOR             TO CNV-OPERADOR.
000360            IF CNV-STATUS = 'A'
000360                EXEC SQL
000360                    SELECT COUNT(*) INTO :WK-QTD-SAIDA-USADA
000360                        FROM EAD719.CONVENIOS_BANCARIOS
000360                        WHERE SAIDA = :CNV-SAIDA
000360                          AND BANCO <> :CNV-BANCO
000360                          AND STATUS = 'A'
000360                END-EXEC
000360                IF SQLCODE NOT = 0
000360                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000360                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000360                            ' NA CONTAGEM DAS SAIDAS'
000360                    MOVE 12 TO RETURN-CODE
000360                    STOP RUN
000360                END-IF
000360                IF WK-QTD-SAIDA-USADA > 0
000360                    DISPLAY 'SAIDA ' WK-BCO-SAIDA-ACCEPT
000360                            ' JA USADA POR OUTRO BANCO ATIVO - '
000360                            'CONVENIO DO BANCO ' CNV-BANCO
000360                            ' REJEITADO!'
000360                    ADD 1 TO WK-QTD-CONVENIO-REJ
000360                    EXIT PARAGRAPH
000360                END-IF
000360            END-IF.
000360            EXEC SQL
000360                INSERT INTO EAD719.CONVENIOS_BANCARIOS
000360                VALUES(:CNV-BANCO,
000360                       :CNV-NOME-BANCO,
000360                       :CNV-SAIDA,
000360                       :CNV-CNPJ,
000360                       :CNV-RAZAO-SOCIAL,
000360                       :CNV-CONVENIO,
000360                       :CNV-AGENCIA,
000360                       :CNV-DV-AGENCIA,
000360                       :CNV-CONTA,
000360                       :CNV-DV-CONTA,
000360                       :CNV-NSA,
000360                       :CNV-STATUS,
000360                       :CNV-OPERADOR,
000360                       CURRENT TIMESTAMP)
000360            END-EXEC.
000360            EVALUATE SQLCODE
000360                WHEN 0
000360                    DISPLAY 'CONVENIO DO BANCO ' CNV-BANCO
000360                            ' INCLUIDO.'
000360                    ADD 1 TO WK-QTD-CONVENIO-OK
000360                WHEN -803
000360                    PERFORM 206-SUBSTITUI-CONVENIO
000360                WHEN OTHER
000360                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000360                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000360                            ' NO INSERT DO CONVENIO BANCARIO'
000360                    MOVE 12 TO RETURN-CODE
000360                    STOP RUN
000360            END-EVALUATE.
000360       *
000360        206-SUBSTITUI-CONVENIO.
000360            EXEC SQL
000360                UPDATE EAD719.CONVENIOS_BANCARIOS
000360                    SET NOME-BANCO = :CNV-NOME-BANCO,
000360                        SAIDA = :CNV-SAIDA,
000360                        CNPJ = :CNV-CNPJ,
000360                        RAZAO-SOCIAL = :CNV-RAZAO-SOCIAL,
000360                        CONVENIO = :CNV-CONVENIO,
000360                        AGENCIA = :CNV-AGENCIA,
000360                        DV-AGENCIA = :CNV-DV-AGENCIA,
000360                        CONTA = :CNV-CONTA,
000360                        DV-CONTA = :CNV-DV-CONTA,
000360                        STATUS = :CNV-STATUS,
000360                        OPERADOR = :CNV-OPERADOR,
000360                        TS-ULT-ALTERACAO = CURRENT TIMESTAMP
000360                    WHERE BANCO = :CNV-BANCO
000360            END-EXEC.
000360            IF SQLCODE NOT = 0
000360                MOVE SQLCODE TO WK-SQLCODE-EDIT
000360                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000360                        ' NO UPDATE DO CONVENIO BANCARIO'
000360                MOVE 12 TO RETURN-CODE
000360                STOP RUN
000360            END-IF.
000360            DISPLAY 'CONVENIO DO BANCO ' CNV-BANCO ' SUBSTITUIDO.'.
000360            ADD 1 TO WK-QTD-CONVENIO-OK.
000361       *******************************************************
000362        220-VALIDA-CARTAO SECTION.
000363        221-CONFERE-CNPJ.
000364            MOVE 'N' TO WK-CNPJ-VALIDO.
000366            IF WK-CNPJ-CONFERE NOT NUMERIC
000367                DISPLAY 'CNPJ ' WK-CNPJ-CONFERE ' NAO NUMERICO!'
000369                EXIT PARAGRAPH
000370            END-IF.
000371            MOVE 12 TO WK-QTD-DIGITOS.
000372            PERFORM 223-CALCULA-DV-CNPJ.
000373            IF WK-DV-CALCULADO NOT = WK-DIGITO-CNPJ(13)
000374                DISPLAY 'CNPJ ' WK-CNPJ-CONFERE
000375                        ' COM DIGITO INVALIDO!'
000376                EXIT PARAGRAPH
000377            END-IF.
000378            MOVE 13 TO WK-QTD-DIGITOS.
000379            PERFORM 223-CALCULA-DV-CNPJ.
000380            IF WK-DV-CALCULADO NOT = WK-DIGITO-CNPJ(14)
000381                DISPLAY 'CNPJ ' WK-CNPJ-CONFERE
000382                        ' COM DIGITO INVALIDO!'
000383                EXIT PARAGRAPH
000384            END-IF.
000385            MOVE 'S' TO WK-CNPJ-VALIDO.
000386       *
000387        222-BUSCA-ESTABELECIMENTO.
000388            MOVE SPACES             TO WK-STATUS-ATUAL.
000389            MOVE WK-CODESTAB-ACCEPT TO EST-CODESTAB.
000390            EXEC SQL
000391                SELECT CNPJ, NOME, ENDERECO, CONVENIO, STATUS
000392                    INTO :EST-CNPJ, :EST-NOME, :EST-ENDERECO,
000393                         :EST-CONVENIO, :EST-STATUS
000394                    FROM EAD719.ESTABELECIMENTOS
000395                    WHERE CODESTAB = :EST-CODESTAB
000396            END-EXEC.
000397            EVALUATE SQLCODE
000398                WHEN 0
000399                    MOVE EST-STATUS TO WK-STATUS-ATUAL
000400                WHEN 100
000401                    DISPLAY 'ESTABELECIMENTO ' EST-CODESTAB
000402                            ' NAO CADASTRADO!'
000403                WHEN OTHER
000404                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000405                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000406                            ' NO SELECT DO ESTABELECIMENTO'
000407                    MOVE 12 TO RETURN-CODE
000408                    STOP RUN
000409            END-EVALUATE.
000410       *
000411       * DIGITO SOBRE OS WK-QTD-DIGITOS PRIMEIROS DIGITOS DO CNPJ;
000412       * RESTO 0 OU 1 DA DIGITO ZERO
000413        223-CALCULA-DV-CNPJ.
000414            MOVE ZEROS TO WK-SOMA-CNPJ.
000415            COMPUTE WK-DESLOC-PESO = 13 - WK-QTD-DIGITOS.
000416            PERFORM 224-SOMA-DIGITO-CNPJ
000417                VARYING WK-IND-CNPJ FROM 1 BY 1
000418                UNTIL WK-IND-CNPJ > WK-QTD-DIGITOS.
000419            DIVIDE WK-SOMA-CNPJ BY 11 GIVING WK-QUOCIENTE-CNPJ
000420                REMAINDER WK-RESTO-CNPJ.
000421            IF WK-RESTO-CNPJ < 2
000422                MOVE ZEROS TO WK-DV-CALCULADO
000423            ELSE
000424                COMPUTE WK-DV-CALCULADO = 11 - WK-RESTO-CNPJ
000425            END-IF.
000426       *
000427        224-SOMA-DIGITO-CNPJ.
000428            COMPUTE WK-SOMA-CNPJ = WK-SOMA-CNPJ
000429                + WK-DIGITO-CNPJ(WK-IND-CNPJ)
000430                * WK-PESO-CNPJ(WK-IND-CNPJ + WK-DESLOC-PESO).
000431       *******************************************************
000432        300-LER-TRANSACAO SECTION.
000433        301-LER-TRANSACAO.
000434            READ TRANSACAO-FILE INTO WK-ACCEPT
000435                AT END
000436                    MOVE 'S' TO WK-EOF-SYSIN
000437            END-READ.
000438            IF WK-EOF-SYSIN NOT = 'S'
000439                READ TRANSACAO-FILE INTO WK-ENDERECO-ACCEPT
000440                    AT END
000441                        MOVE 'S' TO WK-EOF-SYSIN
000442                        DISPLAY 'TRANSACAO ' WK-CODESTAB-ACCEPT
000443                                ' SEM LINHA DE ENDERECO - TRANSACAO'
000444                                ' DESCARTADA!'
000445                END-READ
000446            END-IF.
000447       *******************************************************
000448       * ESTABELECIMENTOS CADASTRADOS COM OS DEPARTAMENTOS
000449       * VINCULADOS A CADA UM
000450        400-LISTA-ESTABELECIMENTOS SECTION.
000451        401-LISTA-ESTABELECIMENTOS.
000452            MOVE SPACES TO RELESTAB-REC.
000453            STRING 'EAD719 - ESTABELECIMENTOS E DEPARTAMENTOS'
000454                DELIMITED BY SIZE INTO RELESTAB-REC
000455            END-STRING.
000456            WRITE RELESTAB-REC.
000457            MOVE SPACES TO RELESTAB-REC.
000458            STRING 'CD CNPJ           NOME'
000459                '                          CONVENIO       ST'
000460                DELIMITED BY SIZE INTO RELESTAB-REC
000461            END-STRING.
000462            WRITE RELESTAB-REC.
000463            EXEC SQL
000464                OPEN ESTABTEMP
000465            END-EXEC.
000466            IF SQLCODE NOT = 0
000467                MOVE SQLCODE TO WK-SQLCODE-EDIT
000468                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000469                        ' NO COMANDO OPEN CURSOR'
000470                MOVE 12 TO RETURN-CODE
000471                STOP RUN
000472            END-IF.
000473            PERFORM 421-LER-ESTABTEMP.
000474            PERFORM 402-IMPRIME-ESTABELECIMENTO
000475                UNTIL WK-FIM-ESTAB = 'S'.
000476            EXEC SQL
000477                CLOSE ESTABTEMP
000478            END-EXEC.
000479            MOVE SPACES TO RELESTAB-REC.
000480            WRITE RELESTAB-REC.
000481            MOVE WK-QTD-ESTAB-LISTADOS TO WK-RESUMO-EDIT.
000482            MOVE SPACES TO RELESTAB-REC.
000483            STRING 'TOTAL DE ESTABELECIMENTOS ... ' WK-RESUMO-EDIT
000484                DELIMITED BY SIZE INTO RELESTAB-REC
000485            END-STRING.
000486            WRITE RELESTAB-REC.
000487       *
000488        402-IMPRIME-ESTABELECIMENTO.
000489            ADD 1 TO WK-QTD-ESTAB-LISTADOS.
000490            MOVE SPACES TO RELESTAB-REC.
000491            WRITE RELESTAB-REC.
000492            MOVE SPACES TO RELESTAB-REC.
000493            STRING EST-CODESTAB ' ' EST-CNPJ ' ' EST-NOME(1:30) ' '
000494                EST-CONVENIO(1:14) ' ' EST-STATUS
000495                DELIMITED BY SIZE INTO RELESTAB-REC
000496            END-STRING.
000497            WRITE RELESTAB-REC.
000498            MOVE ZEROS TO WK-QTD-DEPTOS-ESTAB.
000499            EXEC SQL
000500                OPEN DEPTOEST
000501            END-EXEC.
000502            IF SQLCODE NOT = 0
000503                MOVE SQLCODE TO WK-SQLCODE-EDIT
000504                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000505                        ' NO COMANDO OPEN CURSOR'
000506                MOVE 12 TO RETURN-CODE
000507                STOP RUN
000508            END-IF.
000509            PERFORM 431-LER-DEPTOEST.
000510            PERFORM 411-IMPRIME-DEPARTAMENTO UNTIL SQLCODE = 100.
000511            EXEC SQL
000512                CLOSE DEPTOEST
000513            END-EXEC.
000514            IF WK-QTD-DEPTOS-ESTAB = 0
000515                MOVE SPACES TO RELESTAB-REC
000516                STRING '   (NENHUM DEPARTAMENTO VINCULADO)'
000517                    DELIMITED BY SIZE INTO RELESTAB-REC
000518                END-STRING
000519                WRITE RELESTAB-REC
000520            END-IF.
000521            PERFORM 421-LER-ESTABTEMP.
000522       *
000523        411-IMPRIME-DEPARTAMENTO.
000524            ADD 1 TO WK-QTD-DEPTOS-ESTAB.
000525            MOVE SPACES TO RELESTAB-REC.
000526            STRING '   DEPTO ' DEP-DEPTOFUN ' ' DEP-NOMEDEPTO-TEXT ' '
000527                DEP-STATUSDEPTO
000528                DELIMITED BY SIZE INTO RELESTAB-REC
000529            END-STRING.
000530            WRITE RELESTAB-REC.
000531            PERFORM 431-LER-DEPTOEST.
000532       *
000533        421-LER-ESTABTEMP.
000534            EXEC SQL
000535                FETCH ESTABTEMP
000536                  INTO :EST-CODESTAB,
000537                       :EST-CNPJ,
000538                       :EST-NOME,
000539                       :EST-CONVENIO,
000540                       :EST-STATUS
000541            END-EXEC.
000542            EVALUATE SQLCODE
000543                WHEN 0
000544                    CONTINUE
000545                WHEN 100
000546                    MOVE 'S' TO WK-FIM-ESTAB
000547                WHEN OTHER
000548                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000549                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000550                            ' NO COMANDO FETCH'
000551                    MOVE 12 TO RETURN-CODE
000552                    STOP RUN
000553            END-EVALUATE.
000554       *
000555        431-LER-DEPTOEST.
000556            MOVE SPACES TO DEP-NOMEDEPTO-TEXT.
000557            EXEC SQL
000558                FETCH DEPTOEST
000559                  INTO :DEP-DEPTOFUN,
000560                       :DEP-NOMEDEPTO,
000561                       :DEP-STATUSDEPTO
000562            END-EXEC.
000563            EVALUATE SQLCODE
000564                WHEN 0
000565                    CONTINUE
000566                WHEN 100
000567                    CONTINUE
000568                WHEN OTHER
000569                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000570                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000571                            ' NO COMANDO FETCH'
000572                    MOVE 12 TO RETURN-CODE
000573                    STOP RUN
000574            END-EVALUATE.
000575       *******************************************************
000574       *
000574       * CONVENIOS BANCARIOS DA REMESSA CNAB 240
000574        441-LISTA-CONVENIOS.
000574            MOVE SPACES TO RELESTAB-REC.
000574            WRITE RELESTAB-REC.
000574            MOVE SPACES TO RELESTAB-REC.
000574            STRING 'EAD719 - CONVENIOS BANCARIOS (REMESSA CNAB 240)'
000574                DELIMITED BY SIZE INTO RELESTAB-REC
000574            END-STRING.
000574            WRITE RELESTAB-REC.
000574            MOVE SPACES TO RELESTAB-REC.
000574            STRING 'BCO NOME           SD CONVENIO       AGENC'
000574                ' CONTA           NSA ST'
000574                DELIMITED BY SIZE INTO RELESTAB-REC
000574            END-STRING.
000574            WRITE RELESTAB-REC.
000574            EXEC SQL
000574                OPEN CONVTEMP
000574            END-EXEC.
000574            IF SQLCODE NOT = 0
000574                MOVE SQLCODE TO WK-SQLCODE-EDIT
000574                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000574                        ' NO COMANDO OPEN CURSOR'
000574                MOVE 12 TO RETURN-CODE
000574                STOP RUN
000574            END-IF.
000574            PERFORM 451-LER-CONVTEMP.
000574            PERFORM 442-IMPRIME-CONVENIO UNTIL WK-FIM-CONV = 'S'.
000574            EXEC SQL
000574                CLOSE CONVTEMP
000574            END-EXEC.
000574            MOVE SPACES TO RELESTAB-REC.
000574            WRITE RELESTAB-REC.
000574            MOVE WK-QTD-CONV-LISTADOS TO WK-RESUMO-EDIT.
000574            MOVE SPACES TO RELESTAB-REC.
000574            STRING 'TOTAL DE CONVENIOS BANCARIOS ... ' WK-RESUMO-EDIT
000574                DELIMITED BY SIZE INTO RELESTAB-REC
000574            END-STRING.
000574            WRITE RELESTAB-REC.
000574       *
000574        442-IMPRIME-CONVENIO.
000574            ADD 1 TO WK-QTD-CONV-LISTADOS.
000574            MOVE CNV-SAIDA TO WK-SAIDA-NUM.
000574            MOVE CNV-NSA   TO WK-NSA-EDIT.
000574            MOVE SPACES TO RELESTAB-REC.
000574            STRING CNV-BANCO ' ' CNV-NOME-BANCO(1:14) ' ' WK-SAIDA-NUM
000574                ' ' CNV-CONVENIO(1:14) ' ' CNV-AGENCIA ' ' CNV-CONTA
000574                ' ' WK-NSA-EDIT ' ' CNV-STATUS
000574                DELIMITED BY SIZE INTO RELESTAB-REC
000574            END-STRING.
000574            WRITE RELESTAB-REC.
000574            PERFORM 451-LER-CONVTEMP.
000574       *
000574        451-LER-CONVTEMP.
000574            EXEC SQL
000574                FETCH CONVTEMP
000574                  INTO :CNV-BANCO,
000574                       :CNV-NOME-BANCO,
000574                       :CNV-SAIDA,
000574                       :CNV-CONVENIO,
000574                       :CNV-AGENCIA,
000574                       :CNV-CONTA,
000574                       :CNV-NSA,
000574                       :CNV-STATUS
000574            END-EXEC.
000574            EVALUATE SQLCODE
000574                WHEN 0
000574                    CONTINUE
000574                WHEN 100
000574                    MOVE 'S' TO WK-FIM-CONV
000574                WHEN OTHER
000574                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000574                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000574                            ' NO COMANDO FETCH'
000574                    MOVE 12 TO RETURN-CODE
000574                    STOP RUN
000574            END-EVALUATE.
000576        900-FINALIZAR SECTION.
000577        901-FINALIZAR.
000578            CLOSE TRANSACAO-FILE.
000579            CLOSE RELESTAB-FILE.
000580            EXEC SQL
000581                COMMIT
000582            END-EXEC.
000583            DISPLAY '*********************************************'.
000584            DISPLAY '*   RESUMO DO LOTE DE TRANSACOES EAD71965  *'.
000585            DISPLAY '*********************************************'.
000586            MOVE WK-QTD-INCLUSAO-OK   TO WK-RESUMO-EDIT.
000587            DISPLAY 'INCLUSOES  APLICADAS  : ' WK-RESUMO-EDIT.
000588            MOVE WK-QTD-INCLUSAO-REJ  TO WK-RESUMO-EDIT.
000589            DISPLAY 'INCLUSOES  REJEITADAS : ' WK-RESUMO-EDIT.
000590            MOVE WK-QTD-ALTERACAO-OK  TO WK-RESUMO-EDIT.
000591            DISPLAY 'ALTERACOES APLICADAS  : ' WK-RESUMO-EDIT.
000592            MOVE WK-QTD-ALTERACAO-REJ TO WK-RESUMO-EDIT.
000593            DISPLAY 'ALTERACOES REJEITADAS : ' WK-RESUMO-EDIT.
000594            MOVE WK-QTD-EXCLUSAO-OK   TO WK-RESUMO-EDIT.
000595            DISPLAY 'DESATIVACOES APLICADAS: ' WK-RESUMO-EDIT.
000596            MOVE WK-QTD-EXCLUSAO-REJ  TO WK-RESUMO-EDIT.
000597            DISPLAY 'DESATIVACOES REJEIT.  : ' WK-RESUMO-EDIT.
000598            MOVE WK-QTD-FUNCAO-INVALIDA TO WK-RESUMO-EDIT.
000599            DISPLAY 'TRANSACOES INVALIDAS  : ' WK-RESUMO-EDIT.
000600            MOVE WK-QTD-NAO-AUTORIZADA TO WK-RESUMO-EDIT.
000601            DISPLAY 'NAO AUTORIZADAS       : ' WK-RESUMO-EDIT.
000601            MOVE WK-QTD-CONVENIO-OK   TO WK-RESUMO-EDIT.
000601            DISPLAY 'CONVENIOS APLICADOS   : ' WK-RESUMO-EDIT.
000601            MOVE WK-QTD-CONVENIO-REJ  TO WK-RESUMO-EDIT.
000601            DISPLAY 'CONVENIOS REJEITADOS  : ' WK-RESUMO-EDIT.
000602            MOVE WK-QTD-ESTAB-LISTADOS TO WK-RESUMO-EDIT.
000603            DISPLAY 'ESTABELECIMENTOS      : ' WK-RESUMO-EDIT.
000603            MOVE WK-QTD-CONV-LISTADOS TO WK-RESUMO-EDIT.
000603            DISPLAY 'CONVENIOS BANCARIOS   : ' WK-RESUMO-EDIT.
000604            DISPLAY '*********************************************'.
