000004       *********************************************************
000005       * PROCESSAMENTO DO ARQUIVO DE RETORNO DO BANCO PARA A    *
000006       * REMESSA DE SALARIOS DO EAD71927                        *
000006       * RETORNO NO LAYOUT CNAB 240 (FEBRABAN) DO EAD71966; UM  *
000006       * OU MAIS ARQUIVOS (UM POR BANCO) CONCATENADOS           *
000006       * CADA SEGMENTO A E CASADO COM EAD719.PAGAMENTOS PELO    *
000006       * SEU NUMERO (CODFUN + COMPETENCIA + DATA DE GERACAO)    *
000006       * E PELO VALOR, STATUS 'E'; OCORRENCIA '00' MARCA PAGO,  *
000006       * 'BD' (CREDITO AGENDADO) MANTEM 'E', QUALQUER OUTRA     *
000006       * MARCA REJEITADO COM O MOTIVO DA OCORRENCIA E ENTRA NO  *
000006       * ARQUIVO DE RE-REMESSA PARA O EAD71966 (LAYOUT DO      *
000006       * EAD71927, SO COM OS CREDITOS REJEITADOS, QUE VOLTAM A  *
000006       * STATUS 'E' COM A NOVA DATA DE GERACAO; REJEITADO SEM   *
000006       * CONTA BANCARIA ATIVA PERMANECE 'R' E SAI NO RELATORIO  *
000006       * DE DIVERGENCIAS ATE O CADASTRO SER CORRIGIDO)          *
000006       * RETORNO SEM CASAMENTO VAI PARA O RELATORIO DE          *
000006       * DIVERGENCIAS E O JOB TERMINA COM RC=8                  *
000006       * ADIANTAMENTO E FERIAS NAO TEM EAD719.PAGAMENTOS: O      *
000006       * CREDITO DEVOLVIDO SAI NO RELATORIO PARA PAGAMENTO A    *
000006       * PARTE, COM RC=4                                        *
000006       * QUANTIDADES DOS TRAILERS DE LOTE E DE ARQUIVO SAO      *
000006       * CONFERIDAS; RETORNO INCONSISTENTE DESFAZ TODAS AS      *
000006       * BAIXAS (ROLLBACK) E O JOB TERMINA COM RC=12            *
000007       *********************************************************
000008       *
000009        ENVIRONMENT DIVISION.
000021        FILE SECTION.
000022        FD  RETORNO-FILE
000023            RECORDING MODE IS F.
000024        01  RETORNO-REC                 PIC X(240).
000025        FD  REREMES-FILE
000026            RECORDING MODE IS F.
000027        01  REREMES-REC                 PIC X(80).
000046        77  WK-RESUMO-EDIT          PIC ZZ.ZZ9      VALUE ZEROS.
000046        77  WK-EOF-RETORNO          PIC X           VALUE 'N'.
000046       *
000046       * RETORNO CNAB 240: TIPO DE REGISTRO NA POSICAO 8
000046       * (0=HEADER DE ARQUIVO 1=HEADER DE LOTE 3=DETALHE
000046       * 5=TRAILER DE LOTE 9=TRAILER DE ARQUIVO); DO DETALHE SO
000046       * O SEGMENTO A E CASADO. OCORRENCIA '00' = CREDITO
000046       * EFETIVADO, 'BD' = AGENDADO, DEMAIS = CREDITO DEVOLVIDO
000046        01  WK-RETORNO-REG.
000046            05  WK-RET-BANCO          PIC X(03).
000046            05  WK-RET-LOTE           PIC X(04).
000046            05  WK-RET-TIPO-REG       PIC X(01).
000046            05  FILLER                PIC X(232).
000046        01  WK-RET-HEADER-ARQ REDEFINES WK-RETORNO-REG.
000046            05  FILLER                PIC X(142).
000046            05  WK-RHA-REMESSA-RETORNO PIC X(01).
000046            05  FILLER                PIC X(97).
000046        01  WK-RET-SEGMENTO-A REDEFINES WK-RETORNO-REG.
000046            05  FILLER                PIC X(08).
000046            05  WK-RSA-SEQUENCIA      PIC 9(05).
000046            05  WK-RSA-SEGMENTO       PIC X(01).
000046            05  FILLER                PIC X(29).
000046            05  WK-RSA-NOMEFUN        PIC X(30).
000046            05  WK-RSA-SEU-NUMERO.
000046                10  WK-RSA-TIPO-CREDITO PIC X(01).
000046                10  WK-RSA-CODFUN     PIC X(04).
000046                10  WK-RSA-DT-GERACAO PIC X(08).
000046                10  WK-RSA-COMPETENCIA PIC X(07).
000046            05  FILLER                PIC X(26).
000046            05  WK-RSA-VALOR          PIC 9(13)V99.
000046            05  FILLER                PIC X(96).
000046            05  WK-RSA-OCORRENCIA     PIC X(02).
000046            05  FILLER                PIC X(08).
000046        01  WK-RET-TRAILER-LOTE REDEFINES WK-RETORNO-REG.
000046            05  FILLER                PIC X(17).
000046            05  WK-RTL-QTD-REGISTROS  PIC 9(06).
000046            05  FILLER                PIC X(217).
000046        01  WK-RET-TRAILER-ARQ REDEFINES WK-RETORNO-REG.
000046            05  FILLER                PIC X(17).
000046            05  WK-RTA-QTD-LOTES      PIC 9(06).
000046            05  WK-RTA-QTD-REGISTROS  PIC 9(06).
000046            05  FILLER                PIC X(211).
000046       *
000046       * OCORRENCIAS FEBRABAN MAIS COMUNS NA DEVOLUCAO DO CREDITO;
000046       * CODIGO FORA DA TABELA SAI COMO OCORRENCIA DO BANCO
000046        01  WK-TAB-OCORRENCIAS-VAL.
000046            05  FILLER                PIC X(30)
000046                VALUE 'AA CONTROLE INVALIDO'.
000046            05  FILLER                PIC X(30)
000046                VALUE 'AB TIPO DE OPERACAO INVALIDO'.
000046            05  FILLER                PIC X(30)
000046                VALUE 'AC TIPO DE SERVICO INVALIDO'.
000046            05  FILLER                PIC X(30)
000046                VALUE 'AD FORMA LANCAMENTO INVALIDA'.
000046            05  FILLER                PIC X(30)
000046                VALUE 'AE INSCRICAO INVALIDA'.
000046            05  FILLER                PIC X(30)
000046                VALUE 'AF CONVENIO INVALIDO'.
000046            05  FILLER                PIC X(30)
000046                VALUE 'AG CONTA DA EMPRESA INVALIDA'.
000046            05  FILLER                PIC X(30)
000046                VALUE 'AH SEQUENCIAL DO LOTE INVALIDO'.
000046            05  FILLER                PIC X(30)
000046                VALUE 'AI SEGMENTO INVALIDO'.
000046            05  FILLER                PIC X(30)
000046                VALUE 'AJ TIPO DE MOVIMENTO INVALIDO'.
000046            05  FILLER                PIC X(30)
000046                VALUE 'AL BANCO FAVORECIDO INVALIDO'.
000046            05  FILLER                PIC X(30)
000046                VALUE 'AM AGENCIA FAVORECIDO INVALIDA'.
000046            05  FILLER                PIC X(30)
000046                VALUE 'AN CONTA FAVORECIDO INVALIDA'.
000046            05  FILLER                PIC X(30)
000046                VALUE 'AO NOME FAVORECIDO EM BRANCO'.
000046            05  FILLER                PIC X(30)
000046                VALUE 'AP DATA LANCAMENTO INVALIDA'.
000046            05  FILLER                PIC X(30)
000046                VALUE 'AR VALOR INVALIDO'.
000046            05  FILLER                PIC X(30)
000046                VALUE 'HA LOTE NAO ACEITO'.
000046            05  FILLER                PIC X(30)
000046                VALUE 'TA TOTAIS DO LOTE DIVERGENTES'.
000046        01  WK-TAB-OCORRENCIAS REDEFINES WK-TAB-OCORRENCIAS-VAL.
000046            05  WK-OCORRENCIA         OCCURS 18 TIMES.
000046                10  WK-OCOR-CODIGO    PIC X(02).
000046                10  FILLER            PIC X(28).
000046        77  WK-IND-OCOR             PIC 9(02) COMP  VALUE ZEROS.
000047       *
000048       * RE-REMESSA NO MESMO LAYOUT DO EAD71927
000049        01  WK-REMESSA-HEADER.
000060            05  WK-DET-CONTA          PIC X(08).
000060            05  WK-DET-DIGITO         PIC X(01).
000060            05  WK-DET-TIPO-CONTA     PIC X(01).
000061            05  WK-DET-CODESTAB       PIC X(02).
000061            05  WK-DET-COMPETENCIA    PIC X(07).
000061            05  FILLER                PIC X(06)     VALUE SPACES.
000062        01  WK-REMESSA-TRAILER.
000063            05  WK-TRL-TIPO           PIC X(01)     VALUE '9'.
000064            05  WK-TRL-QTD-DETALHES   PIC 9(06).
000074        77  WK-TOTAL-REREMESSA     PIC S9(11)V99 COMP-3 VALUE ZEROS.
000074        77  WK-QTD-SEM-CONTA       PIC 9(06)       VALUE ZEROS.
000074        77  WK-CONTA-ACHADA        PIC X           VALUE 'N'.
000074        77  WK-CODESTAB-FUN        PIC X(02)       VALUE SPACES.
000074        77  WK-QTD-AGENDADOS       PIC 9(06)       VALUE ZEROS.
000074        77  WK-QTD-OUTROS-PAGOS    PIC 9(06)       VALUE ZEROS.
000074        77  WK-QTD-OUTROS-DEVOLV   PIC 9(06)       VALUE ZEROS.
000074       *
000074       * CONFERENCIA DA ESTRUTURA DO RETORNO
000074        77  WK-QTD-ARQUIVOS        PIC 9(06)       VALUE ZEROS.
000074        77  WK-ARQUIVO-ABERTO      PIC X           VALUE 'N'.
000074        77  WK-LOTE-ABERTO         PIC X           VALUE 'N'.
000074        77  WK-BANCO-ARQUIVO       PIC X(03)       VALUE SPACES.
000074        77  WK-QTD-REG-LOTE        PIC 9(06)       VALUE ZEROS.
000074        77  WK-QTD-REG-ARQUIVO     PIC 9(06)       VALUE ZEROS.
000074        77  WK-QTD-LOTES-ARQUIVO   PIC 9(06)       VALUE ZEROS.
000074        77  WK-MSG-INCONSISTENCIA  PIC X(40)       VALUE SPACES.
000083        77  WK-TOTAL-EDIT          PIC -(9)9,99    VALUE ZEROS.
000084       *
000085        PROCEDURE DIVISION.
000087        001-PRINCIPAL.
000088            PERFORM 101-INICIAR.
000089            PERFORM 201-PROCESSAR UNTIL WK-EOF-RETORNO = 'S'.
000089            PERFORM 281-CONFERE-FIM-RETORNO.
000090            PERFORM 601-GERA-REREMESSA.
000090            PERFORM 901-FINALIZAR.
000091            STOP RUN.
000100            PERFORM 301-LER-RETORNO.
000119       *******************************************************
000120        200-PROCESSAR SECTION.
000120        201-PROCESSAR.
000120            EVALUATE WK-RET-TIPO-REG
000120                WHEN '0'
000120                    PERFORM 231-HEADER-ARQUIVO
000120                WHEN '1'
000120                    PERFORM 232-HEADER-LOTE
000120                WHEN '3'
000120                    PERFORM 235-DETALHE
000120                WHEN '5'
000120                    PERFORM 233-TRAILER-LOTE
000120                WHEN '9'
000120                    PERFORM 234-TRAILER-ARQUIVO
000120                WHEN OTHER
000120                    MOVE 'TIPO DE REGISTRO DESCONHECIDO'
000120                        TO WK-MSG-INCONSISTENCIA
000120                    PERFORM 291-RETORNO-INCONSISTENTE
000120            END-EVALUATE.
000120            PERFORM 301-LER-RETORNO.
000120       *
000120       * O SEU NUMERO (MONTADO PELO EAD71966) TRAZ O TIPO DO
000120       * CREDITO: S/C/R = SALARIO (EAD719.PAGAMENTOS),
000120       * A = ADIANTAMENTO, F = FERIAS
000120        211-CASA-RETORNO.
000120            IF WK-RSA-OCORRENCIA = 'BD'
000120                ADD 1 TO WK-QTD-AGENDADOS
000120                EXIT PARAGRAPH
000120            END-IF.
000120            IF WK-RSA-OCORRENCIA = '00'
000120                MOVE 'P' TO PAG-STATUS
000120                MOVE SPACES TO PAG-MOTIVO
000120            ELSE
000120                MOVE 'R' TO PAG-STATUS
000120                PERFORM 241-DESCREVE-OCORRENCIA
000120            END-IF.
000120            IF WK-RSA-TIPO-CREDITO = 'A'
000120               OR WK-RSA-TIPO-CREDITO = 'F'
000120                PERFORM 251-CREDITO-SEM-PAGAMENTO
000120                EXIT PARAGRAPH
000120            END-IF.
000120            MOVE WK-RSA-CODFUN      TO PAG-CODFUN.
000120            MOVE WK-RSA-COMPETENCIA TO PAG-COMPETENCIA.
000120            MOVE WK-RSA-VALOR       TO PAG-VALOR.
000120            MOVE WK-RSA-DT-GERACAO  TO PAG-DT-GERACAO.
000120            EXEC SQL
000120                UPDATE EAD719.PAGAMENTOS
000120                    SET STATUS = :PAG-STATUS,
000120                        MOTIVO = :PAG-MOTIVO
000120                    WHERE CODFUN = :PAG-CODFUN
000120                      AND COMPETENCIA = :PAG-COMPETENCIA
000120                      AND VALOR = :PAG-VALOR
000120                      AND DT-GERACAO = :PAG-DT-GERACAO
000120                      AND STATUS = 'E'
000120            END-EXEC.
000120            EVALUATE SQLCODE
000120                WHEN 0
000120                    IF PAG-STATUS = 'P'
000120                        ADD 1 TO WK-QTD-PAGOS
000120                    ELSE
000120                        ADD 1 TO WK-QTD-REJEITADOS
000120                    END-IF
000120                WHEN 100
000120                    PERFORM 221-GRAVA-SEM-CASAMENTO
000120                WHEN OTHER
000120                    MOVE SQLCODE TO WK-SQLCODE-EDIT
000120                    DISPLAY 'ERRO ' WK-SQLCODE-EDIT
000120                            ' NO UPDATE DO PAGAMENTO'
000120                    MOVE 12 TO RETURN-CODE
000120                    STOP RUN
000120            END-EVALUATE.
000120       *
000120        221-GRAVA-SEM-CASAMENTO.
000120            MOVE SPACES TO RELRETOR-REC.
000120            STRING WK-RSA-CODFUN ' ' WK-RSA-DT-GERACAO ' '
000120                WK-RSA-OCORRENCIA ' ' PAG-MOTIVO
000120                ' SEM REMESSA CORRESPONDENTE'
000120                DELIMITED BY SIZE INTO RELRETOR-REC
000120            END-STRING.
000120            WRITE RELRETOR-REC.
000120            ADD 1 TO WK-QTD-SEM-CASAMENTO.
000120       *
000120        231-HEADER-ARQUIVO.
000120            IF WK-ARQUIVO-ABERTO = 'S'
000120                MOVE 'ARQUIVO ANTERIOR SEM TRAILER'
000120                    TO WK-MSG-INCONSISTENCIA
000120                PERFORM 291-RETORNO-INCONSISTENTE
000120            END-IF.
000120            MOVE WK-RET-BANCO TO WK-BANCO-ARQUIVO.
000120            IF WK-RHA-REMESSA-RETORNO NOT = '2'
000120                MOVE 'HEADER NAO E DE ARQUIVO RETORNO'
000120                    TO WK-MSG-INCONSISTENCIA
000120                PERFORM 291-RETORNO-INCONSISTENTE
000120            END-IF.
000120            MOVE 'S'   TO WK-ARQUIVO-ABERTO.
000120            MOVE 1     TO WK-QTD-REG-ARQUIVO.
000120            MOVE ZEROS TO WK-QTD-LOTES-ARQUIVO.
000120            ADD 1 TO WK-QTD-ARQUIVOS.
000120       *
000120        232-HEADER-LOTE.
000120            IF WK-ARQUIVO-ABERTO NOT = 'S'
000120               OR WK-LOTE-ABERTO = 'S'
000120                MOVE 'HEADER DE LOTE FORA DE ORDEM'
000120                    TO WK-MSG-INCONSISTENCIA
000120                PERFORM 291-RETORNO-INCONSISTENTE
000120            END-IF.
000120            MOVE 'S' TO WK-LOTE-ABERTO.
000120            MOVE 1   TO WK-QTD-REG-LOTE.
000120            ADD 1 TO WK-QTD-REG-ARQUIVO.
000120            ADD 1 TO WK-QTD-LOTES-ARQUIVO.
000120       *
000120        233-TRAILER-LOTE.
000120            IF WK-LOTE-ABERTO NOT = 'S'
000120                MOVE 'TRAILER DE LOTE FORA DE ORDEM'
000120                    TO WK-MSG-INCONSISTENCIA
000120                PERFORM 291-RETORNO-INCONSISTENTE
000120            END-IF.
000120            ADD 1 TO WK-QTD-REG-LOTE.
000120            ADD 1 TO WK-QTD-REG-ARQUIVO.
000120            IF WK-RTL-QTD-REGISTROS NOT = WK-QTD-REG-LOTE
000120                MOVE 'QTD DE REGISTROS DO LOTE DIVERGENTE'
000120                    TO WK-MSG-INCONSISTENCIA
000120                PERFORM 291-RETORNO-INCONSISTENTE
000120            END-IF.
000120            MOVE 'N' TO WK-LOTE-ABERTO.
000120       *
000120        234-TRAILER-ARQUIVO.
000120            IF WK-ARQUIVO-ABERTO NOT = 'S'
000120               OR WK-LOTE-ABERTO = 'S'
000120                MOVE 'TRAILER DE ARQUIVO FORA DE ORDEM'
000120                    TO WK-MSG-INCONSISTENCIA
000120                PERFORM 291-RETORNO-INCONSISTENTE
000120            END-IF.
000120            ADD 1 TO WK-QTD-REG-ARQUIVO.
000120            IF WK-RTA-QTD-LOTES NOT = WK-QTD-LOTES-ARQUIVO
000120               OR WK-RTA-QTD-REGISTROS NOT = WK-QTD-REG-ARQUIVO
000120                MOVE 'QTD DE LOTES/REGISTROS DIVERGENTE'
000120                    TO WK-MSG-INCONSISTENCIA
000120                PERFORM 291-RETORNO-INCONSISTENTE
000120            END-IF.
000120            MOVE 'N' TO WK-ARQUIVO-ABERTO.
000120       *
000120        235-DETALHE.
000120            IF WK-LOTE-ABERTO NOT = 'S'
000120                MOVE 'DETALHE FORA DE LOTE'
000120                    TO WK-MSG-INCONSISTENCIA
000120                PERFORM 291-RETORNO-INCONSISTENTE
000120            END-IF.
000120            ADD 1 TO WK-QTD-REG-LOTE.
000120            ADD 1 TO WK-QTD-REG-ARQUIVO.
000120            IF WK-RSA-SEGMENTO = 'A'
000120                PERFORM 211-CASA-RETORNO
000120            END-IF.
000120       *
000120        241-DESCREVE-OCORRENCIA.
000120            MOVE SPACES TO PAG-MOTIVO.
000120            PERFORM 242-PROCURA-OCORRENCIA
000120                VARYING WK-IND-OCOR FROM 1 BY 1
000120                UNTIL WK-IND-OCOR > 18
000120                   OR PAG-MOTIVO NOT = SPACES.
000120            IF PAG-MOTIVO = SPACES
000120                STRING WK-RSA-OCORRENCIA ' OCORRENCIA DO BANCO'
000120                    DELIMITED BY SIZE INTO PAG-MOTIVO
000120                END-STRING
000120            END-IF.
000120       *
000120        242-PROCURA-OCORRENCIA.
000120            IF WK-OCOR-CODIGO(WK-IND-OCOR) = WK-RSA-OCORRENCIA
000120                MOVE WK-OCORRENCIA(WK-IND-OCOR) TO PAG-MOTIVO
000120            END-IF.
000120       *
000120       * ADIANTAMENTO (EAD71947) E FERIAS (EAD71934) SO SAO
000120       * CONFERIDOS; O DEVOLVIDO TEM QUE SER PAGO A PARTE
000120        251-CREDITO-SEM-PAGAMENTO.
000120            IF PAG-STATUS = 'P'
000120                ADD 1 TO WK-QTD-OUTROS-PAGOS
000120                EXIT PARAGRAPH
000120            END-IF.
000120            MOVE WK-RSA-VALOR TO WK-TOTAL-EDIT.
000120            MOVE SPACES TO RELRETOR-REC.
000120            STRING WK-RSA-TIPO-CREDITO ' ' WK-RSA-CODFUN ' '
000120                WK-RSA-COMPETENCIA ' ' WK-TOTAL-EDIT ' ' PAG-MOTIVO
000120                ' PAGAR A PARTE'
000120                DELIMITED BY SIZE INTO RELRETOR-REC
000120            END-STRING.
000120            WRITE RELRETOR-REC.
000120            ADD 1 TO WK-QTD-OUTROS-DEVOLV.
000120       *
000120        281-CONFERE-FIM-RETORNO.
000120            IF WK-ARQUIVO-ABERTO = 'S'
000120                MOVE 'ARQUIVO SEM TRAILER'
000120                    TO WK-MSG-INCONSISTENCIA
000120                PERFORM 291-RETORNO-INCONSISTENTE
000120            END-IF.
000120       *
000120       * NENHUMA BAIXA DE UM RETORNO QUEBRADO E MANTIDA
000120        291-RETORNO-INCONSISTENTE.
000120            EXEC SQL
000120                ROLLBACK
000120            END-EXEC.
000120            DISPLAY 'RETORNO DO BANCO ' WK-BANCO-ARQUIVO
000120                    ' INCONSISTENTE: ' WK-MSG-INCONSISTENCIA.
000120            DISPLAY 'NENHUMA BAIXA APLICADA - RETORNO REJEITADO!'.
000120            MOVE 12 TO RETURN-CODE.
000120            STOP RUN.
000164       *******************************************************
000165        300-LER-RETORNO SECTION.
000166        301-LER-RETORNO.
000167            READ RETORNO-FILE INTO WK-RETORNO-REG
000168                AT END
000169                    MOVE 'S' TO WK-EOF-RETORNO
000170            END-READ.
000217            MOVE CTA-CONTA         TO WK-DET-CONTA.
000218            MOVE CTA-DIGITO        TO WK-DET-DIGITO.
000219            MOVE CTA-TIPO          TO WK-DET-TIPO-CONTA.
000219            MOVE WK-CODESTAB-FUN   TO WK-DET-CODESTAB.
000219            MOVE PAG-COMPETENCIA   TO WK-DET-COMPETENCIA.
000220            MOVE SPACES TO REREMES-REC.
000221            MOVE WK-REMESSA-DETALHE TO REREMES-REC.
000222            WRITE REREMES-REC.
000227       *
000228        621-BUSCA-FUNCIONARIO.
000229            MOVE SPACES TO DB2-NOMEFUN-TEXT.
000229            MOVE SPACES TO WK-CODESTAB-FUN.
000230            EXEC SQL
000231                SELECT F.NOMEFUN, F.DEPTOFUN,
000231                       COALESCE(D.CODESTAB, ' ')
000232                    INTO :DB2-NOMEFUN, :DB2-DEPTOFUN,
000232                         :WK-CODESTAB-FUN
000233                    FROM EAD719.FUNCIONARIOS F
000233                         LEFT JOIN EAD719.DEPARTAMENTOS D
000233                            ON D.DEPTOFUN = F.DEPTOFUN
000234                    WHERE F.CODFUN = :PAG-CODFUN
000235            END-EXEC.
000236            IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
000237                MOVE SQLCODE TO WK-SQLCODE-EDIT
000309            DISPLAY 'DETALHES RE-REMESSA   : ' WK-RESUMO-EDIT.
000309            MOVE WK-QTD-SEM-CONTA TO WK-RESUMO-EDIT.
000309            DISPLAY 'REJEITADOS SEM CONTA  : ' WK-RESUMO-EDIT.
000309            MOVE WK-QTD-AGENDADOS TO WK-RESUMO-EDIT.
000309            DISPLAY 'CREDITOS AGENDADOS    : ' WK-RESUMO-EDIT.
000309            MOVE WK-QTD-OUTROS-PAGOS TO WK-RESUMO-EDIT.
000309            DISPLAY 'ADIANT/FERIAS PAGOS   : ' WK-RESUMO-EDIT.
000309            MOVE WK-QTD-OUTROS-DEVOLV TO WK-RESUMO-EDIT.
000309            DISPLAY 'ADIANT/FERIAS DEVOLV. : ' WK-RESUMO-EDIT.
000309            MOVE WK-QTD-ARQUIVOS TO WK-RESUMO-EDIT.
000309            DISPLAY 'ARQUIVOS DE RETORNO   : ' WK-RESUMO-EDIT.
000310            MOVE WK-TOTAL-REREMESSA TO WK-TOTAL-EDIT.
000311            DISPLAY 'VALOR RE-REMESSA      : ' WK-TOTAL-EDIT.
000312            DISPLAY '*********************************************'.
000313            IF WK-QTD-SEM-CASAMENTO > 0
000314                MOVE 08 TO RETURN-CODE
000314            ELSE
000314                IF WK-QTD-OUTROS-DEVOLV > 0
000314                    MOVE 04 TO RETURN-CODE
000314                END-IF
000315            END-IF.
