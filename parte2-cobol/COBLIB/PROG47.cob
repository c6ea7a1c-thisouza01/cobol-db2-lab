000006       * SO RODA COM A COMPETENCIA ABERTA; QUEM JA TEM          *
000006       * ADIANTAMENTO 'Q' NA COMPETENCIA NAO ENTRA DE NOVO      *
000006       * CARTOES: 'C' COMPETENCIA, 'P' PERCENTUAL               *
000006       * O ARQUIVO E A ENTRADA DO EAD71966, QUE GERA O CNAB 240 *
000006       * DE CREDITO (UM ARQUIVO POR BANCO); O DETALHE LEVA O    *
000006       * ESTABELECIMENTO DO DEPARTAMENTO E A COMPETENCIA        *
000007       *********************************************************
000008       *
000009        ENVIRONMENT DIVISION.
000048            END-EXEC.
000049            EXEC SQL
000050                DECLARE QUINZTEMP CURSOR FOR
000051                    SELECT F.CODFUN, F.NOMEFUN, F.SALARIOFUN,
000051                           F.DEPTOFUN, COALESCE(D.CODESTAB, ' ')
000052                        FROM EAD719.FUNCIONARIOS F
000052                             LEFT JOIN EAD719.DEPARTAMENTOS D
000052                                ON D.DEPTOFUN = F.DEPTOFUN
000053                    WHERE F.STATUSFUN = 'A'
000054                    ORDER BY F.DEPTOFUN, F.CODFUN
000055            END-EXEC.
000056        77  WK-SQLCODE-EDIT         PIC -999        VALUE ZEROS.
000057        77  WK-RESUMO-EDIT          PIC ZZ.ZZ9      VALUE ZEROS.
000058        77  WK-EOF-SYSIN            PIC X           VALUE 'N'.
000059        77  WK-COMPETENCIA          PIC X(07)       VALUE SPACES.
000060        77  WK-PERCENTUAL           PIC 9(02)V99    VALUE ZEROS.
000060        77  WK-CODESTAB-FUN         PIC X(02)       VALUE SPACES.
000061       *
000062        01  WK-PARM-ACCEPT.
000063            05  WK-PARM-TIPO          PIC X(01)     VALUE SPACES.
000090            05  WK-DET-CONTA          PIC X(08).
000091            05  WK-DET-DIGITO         PIC X(01).
000092            05  WK-DET-TIPO-CONTA     PIC X(01).
000093            05  WK-DET-CODESTAB       PIC X(02).
000093            05  WK-DET-COMPETENCIA    PIC X(07).
000093            05  FILLER                PIC X(06)     VALUE SPACES.
000094        01  WK-REMESSA-TRAILER.
000095            05  WK-TRL-TIPO           PIC X(01)     VALUE '9'.
000096            05  WK-TRL-QTD-DETALHES   PIC 9(06).
000268            MOVE CTA-CONTA        TO WK-DET-CONTA.
000269            MOVE CTA-DIGITO       TO WK-DET-DIGITO.
000270            MOVE CTA-TIPO         TO WK-DET-TIPO-CONTA.
000270            MOVE WK-CODESTAB-FUN  TO WK-DET-CODESTAB.
000270            MOVE WK-COMPETENCIA   TO WK-DET-COMPETENCIA.
000271            MOVE SPACES TO REMESSA-REC.
000272            MOVE WK-REMESSA-DETALHE TO REMESSA-REC.
000273            WRITE REMESSA-REC.
000339                  INTO :DB2-CODFUN,
000340                       :DB2-NOMEFUN,
000341                       :DB2-SALARIOFUN,
000342                       :DB2-DEPTOFUN,
000342                       :WK-CODESTAB-FUN
000343            END-EXEC.
000344            EVALUATE SQLCODE
000345                WHEN 0
