000007       * COM TOTAIS DE CONTROLE CONFERIDOS CONTRA O DB2         *
000008       * FUNCIONARIOS SEM DADOS OBRIGATORIOS VAO PARA ARQUIVO   *
000009       * DE REJEITADOS                                          *
000009       * SO RODA DEPOIS DA CONFERENCIA DO EAD71956 COM RC ZERO; *
000009       * FUNCIONARIOS RETIDOS PELO EAD71957 FICAM FORA DA       *
000009       * REMESSA E SAO CONTADOS NO TRAILER. O CARTAO 'L' GERA A *
000009       * REMESSA COMPLEMENTAR DOS RETIDOS JA LIBERADOS, COM A   *
000009       * COMPETENCIA FECHADA, SEM REABRI-LA                     *
000009       * UM BLOCO HEADER/DETALHES/TRAILER POR ESTABELECIMENTO   *
000009       * (CNPJ E CONVENIO NO HEADER, TOTAIS NO TRAILER);        *
000009       * ESTABELECIMENTO INATIVO OU SEM CONVENIO VAI PARA OS    *
000009       * REJEITADOS                                             *
000009       * O ARQUIVO E A ENTRADA DO EAD71966, QUE GERA O CNAB 240 *
000009       * DE CREDITO DE SALARIOS (UM ARQUIVO POR BANCO); O       *
000009       * DETALHE LEVA O ESTABELECIMENTO E A COMPETENCIA         *
000010       *********************************************************
000011       *
000012        ENVIRONMENT DIVISION.
000034            EXEC SQL
000034                INCLUDE BOOKCPRC
000034            END-EXEC.
000034            EXEC SQL
000034                INCLUDE BOOKRETE
000034            END-EXEC.
000034            EXEC SQL
000034                INCLUDE BOOKESTB
000034            END-EXEC.
000035            EXEC SQL
000036                INCLUDE SQLCA
000037            END-EXEC.
000038            EXEC SQL
000039                DECLARE REMETEMP CURSOR FOR
000040                    SELECT M.CODFUN, F.NOMEFUN, M.DEPTOFUN,
000041                           M.LIQUIDO, M.CODESTAB
000041                        FROM EAD719.FOLHA_MENSAL M,
000041                             EAD719.FUNCIONARIOS F
000041                    WHERE M.COMPETENCIA = :WK-COMPETENCIA
000041                      AND F.CODFUN = M.CODFUN
000042                    ORDER BY M.CODESTAB, M.CODFUN
000043            END-EXEC.
000043       *
000043       * REMESSA COMPLEMENTAR: RETIDOS JA LIBERADOS PELO EAD71957
000043       * QUE AINDA NAO TEM CREDITO EM EAD719.PAGAMENTOS
000043            EXEC SQL
000043                DECLARE REMECOMP CURSOR FOR
000043                    SELECT M.CODFUN, F.NOMEFUN, M.DEPTOFUN,
000043                           M.LIQUIDO, M.CODESTAB
000043                        FROM EAD719.FOLHA_MENSAL M,
000043                             EAD719.FUNCIONARIOS F,
000043                             EAD719.RETENCOES_PAGAMENTO R
000043                    WHERE M.COMPETENCIA = :WK-COMPETENCIA
000043                      AND F.CODFUN = M.CODFUN
000043                      AND R.CODFUN = M.CODFUN
000043                      AND R.COMPETENCIA = M.COMPETENCIA
000043                      AND R.STATUS = 'L'
000043                      AND NOT EXISTS
000043                          (SELECT 1 FROM EAD719.PAGAMENTOS P
000043                            WHERE P.CODFUN = M.CODFUN
000043                              AND P.COMPETENCIA = M.COMPETENCIA)
000043                    ORDER BY M.CODESTAB, M.CODFUN
000043            END-EXEC.
000045        77  WK-SQLCODE-EDIT         PIC -999        VALUE ZEROS.
000046        77  WK-RESUMO-EDIT          PIC ZZ.ZZ9      VALUE ZEROS.
000046        77  WK-EOF-SYSIN            PIC X           VALUE 'N'.
000046       *
000046       * CARTAO DE PARAMETRO: 'C' COMPETENCIA (MESMO FORMATO DO
000046       * EAD71925) PARA A REMESSA NORMAL OU 'L' COMPETENCIA PARA
000046       * A REMESSA COMPLEMENTAR DOS LIBERADOS
000046        77  WK-MODO-REMESSA         PIC X           VALUE 'N'.
000046        01  WK-PARM-ACCEPT.
000046            05  WK-PARM-TIPO          PIC X(01)     VALUE SPACES.
000046            05  WK-PARM-COMPETENCIA   PIC X(07)     VALUE SPACES.
000046            05  FILLER                PIC X(72)     VALUE SPACES.
000047       *
000048       * REGISTROS DA REMESSA, POR ESTABELECIMENTO: 0=HEADER,
000048       * 1=DETALHE, 9=TRAILER
000049        01  WK-REMESSA-HEADER.
000050            05  WK-HDR-TIPO           PIC X(01)     VALUE '0'.
000051            05  WK-HDR-LITERAL        PIC X(16)
000052                VALUE 'REMESSA SALARIOS'.
000053            05  WK-HDR-DATA-GERACAO   PIC X(08).
000053            05  WK-HDR-COMPETENCIA    PIC X(07).
000054            05  WK-HDR-CODESTAB       PIC X(02).
000054            05  WK-HDR-CNPJ           PIC X(14).
000054            05  WK-HDR-CONVENIO       PIC X(20).
000054            05  FILLER                PIC X(12)     VALUE SPACES.
000055        01  WK-REMESSA-DETALHE.
000056            05  WK-DET-TIPO           PIC X(01)     VALUE '1'.
000057            05  WK-DET-CODFUN         PIC X(04).
000060            05  WK-DET-CONTA          PIC X(08).
000060            05  WK-DET-DIGITO         PIC X(01).
000060            05  WK-DET-TIPO-CONTA     PIC X(01).
000061            05  WK-DET-CODESTAB       PIC X(02).
000061            05  WK-DET-COMPETENCIA    PIC X(07).
000061            05  FILLER                PIC X(06)     VALUE SPACES.
000062        01  WK-REMESSA-TRAILER.
000063            05  WK-TRL-TIPO           PIC X(01)     VALUE '9'.
000064            05  WK-TRL-QTD-DETALHES   PIC 9(06).
000065            05  WK-TRL-VALOR-TOTAL    PIC 9(11)V99.
000066            05  WK-TRL-QTD-RETIDOS    PIC 9(06).
000066            05  WK-TRL-VALOR-RETIDO   PIC 9(11)V99.
000066            05  FILLER                PIC X(41)     VALUE SPACES.
000067       *
000068        01  WK-DATA-ATUAL.
000069            05  WK-ANO-ATUAL       PIC 9(04).
000073        77  WK-QTD-REJEITADOS      PIC 9(05)       VALUE ZEROS.
000074        77  WK-TOTAL-REMESSA       PIC S9(11)V99 COMP-3 VALUE ZEROS.
000075        77  WK-TOTAL-REJEITADOS    PIC S9(11)V99 COMP-3 VALUE ZEROS.
000075        77  WK-QTD-RETIDOS         PIC 9(06)       VALUE ZEROS.
000075        77  WK-TOTAL-RETIDOS       PIC S9(11)V99 COMP-3 VALUE ZEROS.
000075        77  WK-RETIDO              PIC X           VALUE 'N'.
000075        77  WK-CONTA-ACHADA        PIC X           VALUE 'N'.
000075        77  WK-MOTIVO-REJEICAO     PIC X(25)       VALUE SPACES.
000075        77  WK-PROCESSO-PREREQ     PIC X(08)       VALUE SPACES.
000075       *
000075       * QUEBRA POR ESTABELECIMENTO E TOTAIS DO BLOCO CORRENTE
000075        77  WK-ESTAB-ATUAL         PIC X(02)       VALUE HIGH-VALUES.
000075        77  WK-ESTAB-VALIDO        PIC X           VALUE 'N'.
000075        77  WK-BLOCO-ABERTO        PIC X           VALUE 'N'.
000075        77  WK-QTD-BLOCOS          PIC 9(04)       VALUE ZEROS.
000075        77  WK-BLO-QTD-DETALHES    PIC 9(06)       VALUE ZEROS.
000075        77  WK-BLO-TOTAL-REMESSA   PIC S9(11)V99 COMP-3 VALUE ZEROS.
000075        77  WK-BLO-QTD-RETIDOS     PIC 9(06)       VALUE ZEROS.
000075        77  WK-BLO-TOTAL-RETIDOS   PIC S9(11)V99 COMP-3 VALUE ZEROS.
000076       *
000077       * TOTAIS DE CONTROLE CONFERIDOS CONTRA O DB2, NO MESMO
000078       * CRITERIO DA RECONCILIACAO DO EAD71918
000094            PERFORM 131-VALIDA-COMPETENCIA.
000094            MOVE 'EAD71927' TO CPR-PROCESSO.
000094            MOVE WK-COMPETENCIA TO CPR-COMPETENCIA.
000094            MOVE 'EAD71956' TO WK-PROCESSO-PREREQ.
000094            PERFORM 721-VERIFICA-PREREQUISITO.
000094            PERFORM 701-REGISTRA-INICIO.
000095            OPEN OUTPUT REMESSA-FILE.
000099                DELIMITED BY SIZE INTO WK-HDR-DATA-GERACAO
000100            END-STRING.
000100            MOVE WK-COMPETENCIA TO WK-HDR-COMPETENCIA.
000100            IF WK-MODO-REMESSA = 'C'
000100                MOVE 'REMESSA COMPLEM ' TO WK-HDR-LITERAL
000100                PERFORM 141-TOTAIS-COMPLEMENTAR
000100            END-IF.
000104            IF WK-MODO-REMESSA = 'C'
000104                EXEC SQL
000104                    OPEN REMECOMP
000104                END-EXEC
000104            ELSE
000104                EXEC SQL
000105                    OPEN REMETEMP
000106                END-EXEC
000106            END-IF.
000107            EVALUATE SQLCODE
000108                WHEN 0
000109                    PERFORM 301-LER-REMETEMP
000110                WHEN 100
000111                    DISPLAY 'NENHUMA FOLHA A REMETER NA'
000112                            ' COMPETENCIA ' WK-COMPETENCIA '.'
000113                WHEN OTHER
000114                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000119            IF WK-EOF-SYSIN = 'S'
000119                EXIT PARAGRAPH
000119            END-IF.
000119            EVALUATE WK-PARM-TIPO
000119                WHEN 'C'
000119                    MOVE WK-PARM-COMPETENCIA TO WK-COMPETENCIA
000119                    MOVE 'N' TO WK-MODO-REMESSA
000119                WHEN 'L'
000119                    MOVE WK-PARM-COMPETENCIA TO WK-COMPETENCIA
000119                    MOVE 'C' TO WK-MODO-REMESSA
000119                WHEN OTHER
000119                    DISPLAY 'CARTAO DE PARAMETRO ' WK-PARM-TIPO
000119                            ' INVALIDO!'
000119            END-EVALUATE.
000119       *
000119       * A REMESSA SO SAI DE COMPETENCIA CALCULADA ('C') PELO
000119       * EAD71925; A COMPETENCIA E FECHADA NO FINAL QUANDO OS
000119       * TOTAIS DE CONTROLE CONFEREM. A COMPLEMENTAR SO SAI DE
000119       * COMPETENCIA JA FECHADA ('F') PELA REMESSA NORMAL
000119        131-VALIDA-COMPETENCIA.
000119            MOVE WK-COMPETENCIA TO CMP-COMPETENCIA.
000119            EXEC SQL
000119            EVALUATE SQLCODE
000119                WHEN 0
000119                    IF CMP-STATUS NOT = 'C'
000119                       AND WK-MODO-REMESSA = 'N'
000119                        DISPLAY 'COMPETENCIA ' CMP-COMPETENCIA
000119                                ' NAO ESTA CALCULADA (STATUS '
000119                                CMP-STATUS ') - REMESSA NAO'
000119                        MOVE 12 TO RETURN-CODE
000119                        STOP RUN
000119                    END-IF
000119                    IF CMP-STATUS NOT = 'F'
000119                       AND WK-MODO-REMESSA = 'C'
000119                        DISPLAY 'COMPETENCIA ' CMP-COMPETENCIA
000119                                ' NAO ESTA FECHADA (STATUS '
000119                                CMP-STATUS ') - REMESSA'
000119                                ' COMPLEMENTAR NAO GERADA!'
000119                        MOVE 12 TO RETURN-CODE
000119                        STOP RUN
000119                    END-IF
000119                WHEN 100
000119                    DISPLAY 'COMPETENCIA ' CMP-COMPETENCIA
000119                            ' NAO EXISTE EM EAD719.COMPETENCIAS!'
000119                    MOVE 12 TO RETURN-CODE
000119                    STOP RUN
000119            END-EVALUATE.
000119       *
000119       * TOTAIS DE CONTROLE DA COMPLEMENTAR, APURADOS ANTES DO
000119       * CURSOR NO MESMO CRITERIO DO REMECOMP
000119        141-TOTAIS-COMPLEMENTAR.
000119            EXEC SQL
000119                SELECT COUNT(*), COALESCE(SUM(M.LIQUIDO), 0)
000119                    INTO :WK-CONTROLE-QTD-DB2,
000119                         :WK-CONTROLE-SOMA-DB2
000119                    FROM EAD719.FOLHA_MENSAL M,
000119                         EAD719.RETENCOES_PAGAMENTO R
000119                    WHERE M.COMPETENCIA = :WK-COMPETENCIA
000119                      AND R.CODFUN = M.CODFUN
000119                      AND R.COMPETENCIA = M.COMPETENCIA
000119                      AND R.STATUS = 'L'
000119                      AND NOT EXISTS
000119                          (SELECT 1 FROM EAD719.PAGAMENTOS P
000119                            WHERE P.CODFUN = M.CODFUN
000119                              AND P.COMPETENCIA = M.COMPETENCIA)
000119            END-EXEC.
000119            IF SQLCODE NOT = 0
000119                MOVE SQLCODE TO WK-SQLCODE-EDIT
000119                DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000119                        ' NOS TOTAIS DA REMESSA COMPLEMENTAR'
000119                MOVE 12 TO RETURN-CODE
000119                STOP RUN
000119            END-IF.
000120       *******************************************************
000121        200-PROCESSAR SECTION.
000122        201-PROCESSAR.
000122            IF FOL-CODESTAB NOT = WK-ESTAB-ATUAL
000122                PERFORM 261-TROCA-ESTABELECIMENTO
000122            END-IF.
000122            PERFORM 231-BUSCA-CONTA.
000122            PERFORM 251-BUSCA-RETENCAO.
000123            EVALUATE TRUE
000123                WHEN WK-RETIDO = 'S'
000123                    PERFORM 212-CONTA-RETIDO
000123                WHEN WK-ESTAB-VALIDO NOT = 'S'
000123                    MOVE 'ESTABELECIMENTO INVALIDO' TO
000123                        WK-MOTIVO-REJEICAO
000123                    PERFORM 211-GRAVA-REJEITADO
000123                WHEN DB2-NOMEFUN-TEXT = SPACES
000124                  OR FOL-LIQUIDO NOT > 0
000124                    MOVE 'SEM DADOS DE PAGAMENTO' TO
000137            WRITE REJEITA-REC.
000138            ADD 1 TO WK-QTD-REJEITADOS.
000139            ADD FOL-LIQUIDO TO WK-TOTAL-REJEITADOS.
000139       *
000139       * RETIDO NAO VAI PARA A REMESSA NEM PARA OS REJEITADOS;
000139       * SAI NA LISTAGEM DO EAD71957 E NO TRAILER
000139        212-CONTA-RETIDO.
000139            DISPLAY 'FUNCIONARIO ' FOL-CODFUN ' RETIDO: '
000139                    RET-MOTIVO.
000139            ADD 1 TO WK-QTD-RETIDOS.
000139            ADD FOL-LIQUIDO TO WK-TOTAL-RETIDOS.
000139            ADD 1 TO WK-BLO-QTD-RETIDOS.
000139            ADD FOL-LIQUIDO TO WK-BLO-TOTAL-RETIDOS.
000140       *
000141        221-GRAVA-DETALHE.
000142            MOVE FOL-CODFUN       TO WK-DET-CODFUN.
000145            MOVE CTA-CONTA        TO WK-DET-CONTA.
000145            MOVE CTA-DIGITO       TO WK-DET-DIGITO.
000145            MOVE CTA-TIPO         TO WK-DET-TIPO-CONTA.
000145            MOVE FOL-CODESTAB     TO WK-DET-CODESTAB.
000145            MOVE WK-COMPETENCIA   TO WK-DET-COMPETENCIA.
000146            MOVE SPACES TO REMESSA-REC.
000147            MOVE WK-REMESSA-DETALHE TO REMESSA-REC.
000148            WRITE REMESSA-REC.
000149            ADD 1 TO WK-QTD-DETALHES.
000150            ADD FOL-LIQUIDO TO WK-TOTAL-REMESSA.
000150            ADD 1 TO WK-BLO-QTD-DETALHES.
000150            ADD FOL-LIQUIDO TO WK-BLO-TOTAL-REMESSA.
000150            PERFORM 241-REGISTRA-PAGAMENTO.
000150            IF WK-MODO-REMESSA = 'C'
000150                PERFORM 252-MARCA-RETENCAO-PAGA
000150            END-IF.
000150       *
000150       * CADA CREDITO ENVIADO FICA REGISTRADO EM
000150       * EAD719.PAGAMENTOS COM STATUS 'E' PARA O CASAMENTO COM
000150                    MOVE 12 TO RETURN-CODE
000150                    STOP RUN
000150            END-EVALUATE.
000150       *
000150       * RETENCAO ABERTA ('R') DO FUNCIONARIO NA COMPETENCIA,
000150       * GRAVADA PELO EAD71957
000150        251-BUSCA-RETENCAO.
000150            MOVE 'N' TO WK-RETIDO.
000150            MOVE FOL-CODFUN     TO RET-CODFUN.
000150            MOVE WK-COMPETENCIA TO RET-COMPETENCIA.
000150            EXEC SQL
000150                SELECT STATUS, MOTIVO
000150                    INTO :RET-STATUS, :RET-MOTIVO
000150                    FROM EAD719.RETENCOES_PAGAMENTO
000150                    WHERE CODFUN = :RET-CODFUN
000150                      AND COMPETENCIA = :RET-COMPETENCIA
000150            END-EXEC.
000150            EVALUATE SQLCODE
000150                WHEN 0
000150                    IF RET-STATUS = 'R'
000150                        MOVE 'S' TO WK-RETIDO
000150                    END-IF
000150                WHEN 100
000150                    CONTINUE
000150                WHEN OTHER
000150                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000150                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000150                            ' NO SELECT DA RETENCAO'
000150                    MOVE 12 TO RETURN-CODE
000150                    STOP RUN
000150            END-EVALUATE.
000150       *
000150        252-MARCA-RETENCAO-PAGA.
000150            EXEC SQL
000150                UPDATE EAD719.RETENCOES_PAGAMENTO
000150                    SET STATUS = 'P'
000150                    WHERE CODFUN = :FOL-CODFUN
000150                      AND COMPETENCIA = :WK-COMPETENCIA
000150                      AND STATUS = 'L'
000150            END-EXEC.
000150            IF SQLCODE NOT = 0
000150                MOVE SQLCODE TO WK-SQLCODE-EDIT
000150                DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000150                        ' NA BAIXA DA RETENCAO'
000150                MOVE 12 TO RETURN-CODE
000150                STOP RUN
000150            END-IF.
000150       *
000150       * O CURSOR VEM ORDENADO POR ESTABELECIMENTO: FECHA O BLOCO
000150       * ANTERIOR E ABRE O DO NOVO, SE ELE PODE RECEBER CREDITO
000150        261-TROCA-ESTABELECIMENTO.
000150            IF WK-BLOCO-ABERTO = 'S'
000150                PERFORM 281-FECHA-BLOCO
000150            END-IF.
000150            MOVE FOL-CODESTAB TO WK-ESTAB-ATUAL.
000150            PERFORM 262-BUSCA-ESTABELECIMENTO.
000150            IF WK-ESTAB-VALIDO = 'S'
000150                PERFORM 271-ABRE-BLOCO
000150            ELSE
000150                DISPLAY 'ESTABELECIMENTO ' WK-ESTAB-ATUAL
000150                        ' SEM CADASTRO, INATIVO OU SEM CONVENIO -'
000150                        ' FUNCIONARIOS REJEITADOS'
000150            END-IF.
000150       *
000150        262-BUSCA-ESTABELECIMENTO.
000150            MOVE 'N' TO WK-ESTAB-VALIDO.
000150            MOVE FOL-CODESTAB TO EST-CODESTAB.
000150            EXEC SQL
000150                SELECT CNPJ, CONVENIO, STATUS
000150                    INTO :EST-CNPJ, :EST-CONVENIO, :EST-STATUS
000150                    FROM EAD719.ESTABELECIMENTOS
000150                    WHERE CODESTAB = :EST-CODESTAB
000150            END-EXEC.
000150            EVALUATE SQLCODE
000150                WHEN 0
000150                    IF EST-STATUS = 'A'
000150                       AND EST-CONVENIO NOT = SPACES
000150                        MOVE 'S' TO WK-ESTAB-VALIDO
000150                    END-IF
000150                WHEN 100
000150                    CONTINUE
000150                WHEN OTHER
000150                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000150                    DISPLAY 'ERRO: ' WK-SQLCODE-EDIT
000150                            ' NO SELECT DO ESTABELECIMENTO'
000150                    MOVE 12 TO RETURN-CODE
000150                    STOP RUN
000150            END-EVALUATE.
000150       *
000150        271-ABRE-BLOCO.
000150            MOVE ZEROS TO WK-BLO-QTD-DETALHES.
000150            MOVE ZEROS TO WK-BLO-TOTAL-REMESSA.
000150            MOVE ZEROS TO WK-BLO-QTD-RETIDOS.
000150            MOVE ZEROS TO WK-BLO-TOTAL-RETIDOS.
000150            MOVE EST-CODESTAB TO WK-HDR-CODESTAB.
000150            MOVE EST-CNPJ     TO WK-HDR-CNPJ.
000150            MOVE EST-CONVENIO TO WK-HDR-CONVENIO.
000150            MOVE SPACES TO REMESSA-REC.
000150            MOVE WK-REMESSA-HEADER TO REMESSA-REC.
000150            WRITE REMESSA-REC.
000150            MOVE 'S' TO WK-BLOCO-ABERTO.
000150            ADD 1 TO WK-QTD-BLOCOS.
000150       *
000150        281-FECHA-BLOCO.
000150            MOVE WK-BLO-QTD-DETALHES  TO WK-TRL-QTD-DETALHES.
000150            MOVE WK-BLO-TOTAL-REMESSA TO WK-TRL-VALOR-TOTAL.
000150            MOVE WK-BLO-QTD-RETIDOS   TO WK-TRL-QTD-RETIDOS.
000150            MOVE WK-BLO-TOTAL-RETIDOS TO WK-TRL-VALOR-RETIDO.
000150            MOVE SPACES TO REMESSA-REC.
000150            MOVE WK-REMESSA-TRAILER TO REMESSA-REC.
000150            WRITE REMESSA-REC.
000150            MOVE 'N' TO WK-BLOCO-ABERTO.
000150            MOVE WK-BLO-TOTAL-REMESSA TO WK-CONTROLE-SOMA-EDIT.
000150            DISPLAY 'ESTABELECIMENTO ' WK-ESTAB-ATUAL ' - CREDITOS: '
000150                    WK-BLO-QTD-DETALHES ' VALOR: '
000150                    WK-CONTROLE-SOMA-EDIT.
000151       *******************************************************
000152        300-LER-REMETEMP SECTION.
000153        301-LER-REMETEMP.
000154            MOVE SPACES TO DB2-NOMEFUN-TEXT.
000156            IF WK-MODO-REMESSA = 'C'
000156                EXEC SQL
000156                    FETCH REMECOMP
000156                      INTO :FOL-CODFUN,
000156                           :DB2-NOMEFUN,
000156                           :FOL-DEPTOFUN,
000156                           :FOL-LIQUIDO,
000156                           :FOL-CODESTAB
000156                END-EXEC
000156            ELSE
000156                EXEC SQL
000157                    FETCH REMETEMP
000158                      INTO :FOL-CODFUN,
000159                           :DB2-NOMEFUN,
000161                           :FOL-DEPTOFUN,
000162                           :FOL-LIQUIDO,
000162                           :FOL-CODESTAB
000170                END-EXEC
000170            END-IF.
000174            EVALUATE SQLCODE
000175                WHEN 0
000176                    CONTINUE
000186       *******************************************************
000187        900-FINALIZAR SECTION.
000188        901-FINALIZAR.
000189            IF WK-MODO-REMESSA = 'C'
000189                EXEC SQL
000189                    CLOSE REMECOMP
000189                END-EXEC
000189            ELSE
000189                EXEC SQL
000190                    CLOSE REMETEMP
000191                END-EXEC
000191            END-IF.
000192            IF WK-BLOCO-ABERTO = 'S'
000192                PERFORM 281-FECHA-BLOCO
000192            END-IF.
000197            CLOSE REMESSA-FILE.
000198            CLOSE REJEITA-FILE.
000198            EXEC SQL
000201            DISPLAY '*   RESUMO DA REMESSA BANCARIA EAD71927    *'.
000202            DISPLAY '*********************************************'.
000202            DISPLAY 'COMPETENCIA           : ' WK-COMPETENCIA.
000202            IF WK-MODO-REMESSA = 'C'
000202                DISPLAY 'REMESSA COMPLEMENTAR DOS LIBERADOS'
000202            END-IF.
000203            MOVE WK-QTD-BLOCOS TO WK-RESUMO-EDIT.
000203            DISPLAY 'ESTABELECIMENTOS      : ' WK-RESUMO-EDIT.
000203            MOVE WK-QTD-DETALHES TO WK-RESUMO-EDIT.
000204            DISPLAY 'DETALHES GERADOS      : ' WK-RESUMO-EDIT.
000205            MOVE WK-QTD-REJEITADOS TO WK-RESUMO-EDIT.
000206            DISPLAY 'REJEITADOS            : ' WK-RESUMO-EDIT.
000206            MOVE WK-QTD-RETIDOS TO WK-RESUMO-EDIT.
000206            DISPLAY 'RETIDOS               : ' WK-RESUMO-EDIT.
000206            MOVE WK-TOTAL-RETIDOS TO WK-CONTROLE-SOMA-EDIT.
000206            DISPLAY 'VALOR RETIDO          : '
000206                    WK-CONTROLE-SOMA-EDIT.
000207            MOVE WK-TOTAL-REMESSA TO WK-CONTROLE-SOMA-EDIT.
000208            DISPLAY 'VALOR TOTAL REMESSA   : '
000209                    WK-CONTROLE-SOMA-EDIT.
000211       *******************************************************
000212        950-RECONCILIA-TOTAIS-CONTROLE SECTION.
000213        951-RECONCILIA-TOTAIS-CONTROLE.
000213            IF WK-MODO-REMESSA = 'N'
000214                EXEC SQL
000215                    SELECT COUNT(*), COALESCE(SUM(LIQUIDO), 0)
000216                        INTO :WK-CONTROLE-QTD-DB2,
000217                             :WK-CONTROLE-SOMA-DB2
000218                        FROM EAD719.FOLHA_MENSAL
000219                        WHERE COMPETENCIA = :WK-COMPETENCIA
000220                END-EXEC
000220            END-IF.
000221            COMPUTE WK-SOMA-CONFERENCIA =
000222                WK-TOTAL-REMESSA + WK-TOTAL-REJEITADOS
000222                + WK-TOTAL-RETIDOS.
000223            DISPLAY '*   RECONCILIACAO DE TOTAIS DE CONTROLE    *'.
000223            DISPLAY '*********************************************'.
000224            MOVE WK-CONTROLE-QTD-DB2 TO WK-CONTROLE-QTD-EDIT.
000226            MOVE WK-CONTROLE-SOMA-DB2 TO WK-CONTROLE-SOMA-EDIT.
000227            DISPLAY 'LIQUIDO NO DB2        : ' WK-CONTROLE-SOMA-EDIT.
000228            MOVE WK-SOMA-CONFERENCIA TO WK-CONTROLE-SOMA-EDIT.
000229            DISPLAY 'REMESSA+REJEIT+RETIDOS: ' WK-CONTROLE-SOMA-EDIT.
000230            IF WK-SOMA-CONFERENCIA NOT = WK-CONTROLE-SOMA-DB2
000231                DISPLAY '*** DIVERGENCIA NOS TOTAIS DE CONTROLE! ***'
000232                MOVE 08 TO RETURN-CODE
000233            ELSE
000234                DISPLAY 'TOTAIS DE CONTROLE CONFEREM'
000234                IF WK-MODO-REMESSA = 'N'
000234                    PERFORM 961-FECHA-COMPETENCIA
000234                END-IF
000235            END-IF.
000235       *
000235        961-FECHA-COMPETENCIA.
