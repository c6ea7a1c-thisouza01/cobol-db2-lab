000007       * E DT-DEMISSAOFUN), COM MODOS 1A PARCELA (50%) E        *
000008       * 2A PARCELA (SALDO); GERA ARQUIVO PARA A INTERFACE DE   *
000009       * PAGAMENTO E RELATORIO COM SUBTOTAIS POR DEPARTAMENTO   *
000009       * MES COM MENOS DE 15 DIAS PAGOS PELA EMPRESA POR        *
000009       * AFASTAMENTO (DOENCA/ACIDENTE APOS O 15O DIA E LICENCA  *
000009       * SEM REMUNERACAO EM EAD719.AFASTAMENTOS) NAO CONTA      *
000009       * DEMONSTRATIVO INDIVIDUAL DO 13O NO ARQUIVO DEMO13O,    *
000009       * DISTRIBUIDO POR E-MAIL PELO EAD71967                   *
000010       *********************************************************
000011       *
000012        ENVIRONMENT DIVISION.
000021                ORGANIZATION IS SEQUENTIAL.
000021            SELECT REJEITA-FILE ASSIGN TO REJEITA
000021                ORGANIZATION IS SEQUENTIAL.
000021            SELECT DEMO13O-FILE ASSIGN TO DEMO13O
000021                ORGANIZATION IS SEQUENTIAL.
000022       *
000023        DATA DIVISION.
000024        FILE SECTION.
000030        FD  REJEITA-FILE
000030            RECORDING MODE IS F.
000030        01  REJEITA-REC                 PIC X(80).
000030        FD  DEMO13O-FILE
000030            RECORDING MODE IS F.
000030        01  DEMO13O-REC                 PIC X(80).
000031        WORKING-STORAGE SECTION.
000032            EXEC SQL
000033                INCLUDE BOOKFUNC
000058        77  WK-VALOR-13O            PIC S9(7)V99 COMP-3 VALUE ZEROS.
000059        77  WK-VALOR-PARCELA        PIC S9(7)V99 COMP-3 VALUE ZEROS.
000059        77  WK-VALOR-1A-PARCELA     PIC S9(7)V99 COMP-3 VALUE ZEROS.
000059       *
000059       * MESES DO ANO PERDIDOS POR AFASTAMENTO
000059        77  WK-MES-AVALIADO         PIC 9(02)       VALUE ZEROS.
000059        77  WK-INICIO-MES           PIC X(10)       VALUE SPACES.
000059        77  WK-FIM-ANO              PIC X(10)       VALUE SPACES.
000059        77  WK-DIAS-NO-MES          PIC S9(04) COMP VALUE ZEROS.
000059        77  WK-DIAS-AFASTADO        PIC S9(09) COMP VALUE ZEROS.
000059        77  WK-QTD-AFASTAMENTOS     PIC S9(09) COMP VALUE ZEROS.
000059        77  WK-QTD-MESES-AFASTADO   PIC 9(05)       VALUE ZEROS.
000060       *
000061        01  WK-SAIDA-DETALHE.
000062            05  WK-SAI-CODFUN      PIC X(04).
000075        77  WK-QTD-REJEITADOS       PIC 9(05)       VALUE ZEROS.
000075        77  WK-CONTA-ACHADA         PIC X           VALUE 'N'.
000076        77  WK-RESUMO-EDIT          PIC ZZ.ZZ9      VALUE ZEROS.
000076        77  WK-MESES-EDIT           PIC Z9          VALUE ZEROS.
000077       *
000078        PROCEDURE DIVISION.
000079        000-PRINCIPAL SECTION.
000102            OPEN OUTPUT SAIDA13O-FILE.
000103            OPEN OUTPUT REL13O-FILE.
000103            OPEN OUTPUT REJEITA-FILE.
000103            OPEN OUTPUT DEMO13O-FILE.
000104            MOVE SPACES TO REL13O-REC.
000105            STRING 'EAD719 - 13O SALARIO - PARCELA '
000106                WK-PARCELA-ACCEPT ' - ANO ' WK-ANO-ACCEPT
000144                IF WK-CONTA-ACHADA = 'S'
000145                    PERFORM 221-GRAVA-SAIDA
000146                    PERFORM 403-IMPRIME-DETALHE
000146                    PERFORM 405-IMPRIME-DEMONSTRATIVO
000147                    ADD WK-VALOR-PARCELA TO WK-SUBTOTAL-DEPTO
000148                    ADD WK-VALOR-PARCELA TO WK-TOTAL-GERAL
000149                    ADD 1 TO WK-QTD-CALCULADOS
000188            IF WK-MESES-ANO > 12
000189                MOVE 12 TO WK-MESES-ANO
000190            END-IF.
000190            IF WK-MESES-ANO > 0
000190                PERFORM 212-VERIFICA-AFASTAMENTOS
000190            END-IF.
000191            COMPUTE WK-VALOR-13O ROUNDED =
000192                DB2-SALARIOFUN * WK-MESES-ANO / 12.
000193            COMPUTE WK-VALOR-1A-PARCELA ROUNDED =
000199                    WK-VALOR-13O - WK-VALOR-1A-PARCELA
000200            END-IF.
000201       *
000201       * SO CONSULTA MES A MES QUEM TEVE AFASTAMENTO NAO PAGO
000201       * PELA EMPRESA DENTRO DO PERIODO AQUISITIVO DO 13O
000201        212-VERIFICA-AFASTAMENTOS.
000201            STRING WK-ANO-ACCEPT '-01-01'
000201                DELIMITED BY SIZE INTO WK-INICIO-MES
000201            END-STRING.
000201            STRING WK-ANO-ACCEPT '-12-31'
000201                DELIMITED BY SIZE INTO WK-FIM-ANO
000201            END-STRING.
000201            EXEC SQL
000201                SELECT COUNT(*) INTO :WK-QTD-AFASTAMENTOS
000201                    FROM EAD719.AFASTAMENTOS
000201                    WHERE CODFUN = :DB2-CODFUN
000201                      AND TIPO IN ('D', 'A', 'S')
000201                      AND DT-INICIO <= :WK-FIM-ANO
000201                      AND (DT-RETORNO = ' '
000201                           OR DT-RETORNO > :WK-INICIO-MES)
000201            END-EXEC.
000201            IF SQLCODE NOT = 0
000201                MOVE SQLCODE TO WK-SQLCODE-EDIT
000201                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000201                        ' NA CONSULTA DOS AFASTAMENTOS'
000201                MOVE 12 TO RETURN-CODE
000201                STOP RUN
000201            END-IF.
000201            IF WK-QTD-AFASTAMENTOS = 0
000201                EXIT PARAGRAPH
000201            END-IF.
000201            PERFORM 213-AVALIA-MES-AFASTADO
000201                VARYING WK-MES-AVALIADO FROM WK-MES-INICIO BY 1
000201                UNTIL WK-MES-AVALIADO > WK-MES-FIM.
000201            IF WK-MESES-ANO < 0
000201                MOVE ZEROS TO WK-MESES-ANO
000201            END-IF.
000201       *
000201       * DIAS DO MES SEM SALARIO PELA EMPRESA: DOENCA E ACIDENTE
000201       * DO 16O DIA EM DIANTE E LICENCA SEM REMUNERACAO. MENOS
000201       * DE 15 DIAS PAGOS NO MES = MES FORA DO 13O
000201        213-AVALIA-MES-AFASTADO.
000201            MOVE SPACES TO WK-INICIO-MES.
000201            STRING WK-ANO-ACCEPT '-' WK-MES-AVALIADO '-01'
000201                DELIMITED BY SIZE INTO WK-INICIO-MES
000201            END-STRING.
000201            EXEC SQL
000201                SELECT DAY(DATE(:WK-INICIO-MES) + 1 MONTH - 1 DAY),
000201                       COALESCE(SUM(
000201                       DAYS(CASE WHEN X.FIM < DATE(:WK-INICIO-MES)
000201                                    + 1 MONTH - 1 DAY
000201                                 THEN X.FIM
000201                                 ELSE DATE(:WK-INICIO-MES)
000201                                    + 1 MONTH - 1 DAY END) -
000201                       DAYS(CASE WHEN X.INI > DATE(:WK-INICIO-MES)
000201                                 THEN X.INI
000201                                 ELSE DATE(:WK-INICIO-MES) END)
000201                       + 1), 0)
000201                    INTO :WK-DIAS-NO-MES, :WK-DIAS-AFASTADO
000201                    FROM (SELECT CASE WHEN TIPO = 'S'
000201                                      THEN DATE(DT-INICIO)
000201                                      ELSE DATE(DT-INICIO) + 15 DAYS
000201                                 END AS INI,
000201                                 CASE WHEN DT-RETORNO = ' '
000201                                      THEN DATE('9999-12-31')
000201                                      ELSE DATE(DT-RETORNO) - 1 DAY
000201                                 END AS FIM
000201                            FROM EAD719.AFASTAMENTOS
000201                           WHERE CODFUN = :DB2-CODFUN
000201                             AND TIPO IN ('D', 'A', 'S')) AS X
000201                   WHERE X.INI <= DATE(:WK-INICIO-MES)
000201                                  + 1 MONTH - 1 DAY
000201                     AND X.FIM >= DATE(:WK-INICIO-MES)
000201            END-EXEC.
000201            IF SQLCODE NOT = 0
000201                MOVE SQLCODE TO WK-SQLCODE-EDIT
000201                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000201                        ' NA CONTAGEM DOS DIAS AFASTADOS'
000201                MOVE 12 TO RETURN-CODE
000201                STOP RUN
000201            END-IF.
000201            IF WK-DIAS-NO-MES - WK-DIAS-AFASTADO < 15
000201                SUBTRACT 1 FROM WK-MESES-ANO
000201                ADD 1 TO WK-QTD-MESES-AFASTADO
000201            END-IF.
000201       *
000202        221-GRAVA-SAIDA.
000203            MOVE DB2-CODFUN        TO WK-SAI-CODFUN.
000204            MOVE DB2-DEPTOFUN      TO WK-SAI-DEPTOFUN.
000278                DELIMITED BY SIZE INTO REL13O-REC
000279            END-STRING.
000280            WRITE REL13O-REC.
000280       *
000280       * DEMONSTRATIVO DO FUNCIONARIO; O TITULO LEVA ANO-PARCELA,
000280       * A REFERENCIA DO DOCUMENTO NA DISTRIBUICAO POR E-MAIL
000280        405-IMPRIME-DEMONSTRATIVO.
000280            MOVE SPACES TO DEMO13O-REC.
000280            STRING '========== DEMONSTRATIVO DE 13O SALARIO '
000280                WK-ANO-ACCEPT '-' WK-PARCELA-ACCEPT ' =========='
000280                DELIMITED BY SIZE INTO DEMO13O-REC
000280            END-STRING.
000280            WRITE DEMO13O-REC.
000280            MOVE SPACES TO DEMO13O-REC.
000280            STRING 'FUNCIONARIO: ' DB2-CODFUN ' '
000280                DB2-NOMEFUN-TEXT(1:30) ' DEPTO: ' DB2-DEPTOFUN
000280                DELIMITED BY SIZE INTO DEMO13O-REC
000280            END-STRING.
000280            WRITE DEMO13O-REC.
000280            MOVE SPACES TO DEMO13O-REC.
000280            STRING 'PARCELA ' WK-PARCELA-ACCEPT ' DO ANO ' WK-ANO-ACCEPT
000280                DELIMITED BY SIZE INTO DEMO13O-REC
000280            END-STRING.
000280            WRITE DEMO13O-REC.
000280            MOVE WK-MESES-ANO TO WK-MESES-EDIT.
000280            MOVE SPACES TO DEMO13O-REC.
000280            STRING 'MESES TRABALHADOS NO ANO .. ' WK-MESES-EDIT
000280                DELIMITED BY SIZE INTO DEMO13O-REC
000280            END-STRING.
000280            WRITE DEMO13O-REC.
000280            MOVE WK-VALOR-13O TO WK-VALOR-EDIT.
000280            MOVE SPACES TO DEMO13O-REC.
000280            STRING '13O SALARIO DO ANO ........ ' WK-VALOR-EDIT
000280                DELIMITED BY SIZE INTO DEMO13O-REC
000280            END-STRING.
000280            WRITE DEMO13O-REC.
000280            IF WK-PARCELA-ACCEPT = '2'
000280                MOVE WK-VALOR-1A-PARCELA TO WK-VALOR-EDIT
000280                MOVE SPACES TO DEMO13O-REC
000280                STRING '1A PARCELA JA PAGA ........ ' WK-VALOR-EDIT
000280                    DELIMITED BY SIZE INTO DEMO13O-REC
000280                END-STRING
000280                WRITE DEMO13O-REC
000280            END-IF.
000280            MOVE WK-VALOR-PARCELA TO WK-VALOR-EDIT.
000280            MOVE SPACES TO DEMO13O-REC.
000280            STRING 'VALOR DA PARCELA .......... ' WK-VALOR-EDIT
000280                DELIMITED BY SIZE INTO DEMO13O-REC
000280            END-STRING.
000280            WRITE DEMO13O-REC.
000280            MOVE SPACES TO DEMO13O-REC.
000280            WRITE DEMO13O-REC.
000281       *******************************************************
000282        900-FINALIZAR SECTION.
000283        901-FINALIZAR.
000287            CLOSE SAIDA13O-FILE.
000288            CLOSE REL13O-FILE.
000288            CLOSE REJEITA-FILE.
000288            CLOSE DEMO13O-FILE.
000289            DISPLAY '*********************************************'.
000290            DISPLAY '*   RESUMO DO 13O SALARIO EAD71933         *'.
000291            DISPLAY '*********************************************'.
000293            DISPLAY 'FUNCIONARIOS CALCULADOS : ' WK-RESUMO-EDIT.
000293            MOVE WK-QTD-REJEITADOS TO WK-RESUMO-EDIT.
000293            DISPLAY 'REJEITADOS SEM CONTA    : ' WK-RESUMO-EDIT.
000293            MOVE WK-QTD-MESES-AFASTADO TO WK-RESUMO-EDIT.
000293            DISPLAY 'MESES FORA (AFASTAMENTO): ' WK-RESUMO-EDIT.
000294            MOVE WK-TOTAL-GERAL TO WK-TOTAL-GERAL-EDIT.
000295            DISPLAY 'TOTAL DA PARCELA        : '
000296                    WK-TOTAL-GERAL-EDIT.
