000008       * EAD71918 (ARQUIVO DE RESSUBMISSAO), A PARTIR DA        *
000009       * IMAGEM DO CARTAO ORIGINAL JORNALIZADA NO TRANLOG,      *
000010       * E EMITE RELATORIO DE REJEICOES AGRUPADO POR MOTIVO     *
000010       * SQLCODE +001 NO TRANLOG = REJEICAO POR FALTA DE VAGA   *
000010       * NO QUADRO DE VAGAS (EAD719.QUADRO_VAGAS)               *
000013       *********************************************************
000014       *
000015        ENVIRONMENT DIVISION.
000067            05  WK-QTD-DEPTO-INVAL    PIC 9(05)     VALUE ZEROS.
000068            05  WK-QTD-NAO-ENCONTRADO PIC 9(05)     VALUE ZEROS.
000069            05  WK-QTD-CONCORRENCIA   PIC 9(05)     VALUE ZEROS.
000069            05  WK-QTD-SEM-VAGA       PIC 9(05)     VALUE ZEROS.
000070            05  WK-QTD-OUTROS-ERROS   PIC 9(05)     VALUE ZEROS.
000071       *
000072        PROCEDURE DIVISION.
000123                            WK-MOTIVO-REJEICAO
000124                        ADD 1 TO WK-QTD-NAO-ENCONTRADO
000125                    END-IF
000125                WHEN ' 001'
000125                    MOVE 'SEM VAGA NO QUADRO'     TO
000125                        WK-MOTIVO-REJEICAO
000125                    ADD 1 TO WK-QTD-SEM-VAGA
000126                WHEN OTHER
000127                    MOVE 'ERRO SQL NAO CLASSIFICADO' TO
000128                        WK-MOTIVO-REJEICAO
000193            PERFORM 913-GRAVA-TOTAL-NAO-ENC.
000194            MOVE WK-QTD-CONCORRENCIA TO WK-RESUMO-EDIT.
000195            PERFORM 914-GRAVA-TOTAL-CONCORR.
000195            MOVE WK-QTD-SEM-VAGA TO WK-RESUMO-EDIT.
000195            PERFORM 916-GRAVA-TOTAL-SEM-VAGA.
000196            MOVE WK-QTD-OUTROS-ERROS TO WK-RESUMO-EDIT.
000197            PERFORM 915-GRAVA-TOTAL-OUTROS.
000198            CLOSE TRANLOG-FILE.
000241                DELIMITED BY SIZE INTO RELREJ-REC
000242            END-STRING.
000243            WRITE RELREJ-REC.
000243       *
000243        916-GRAVA-TOTAL-SEM-VAGA.
000243            MOVE SPACES TO RELREJ-REC.
000243            STRING 'SEM VAGA NO QUADRO .......... ' WK-RESUMO-EDIT
000243                DELIMITED BY SIZE INTO RELREJ-REC
000243            END-STRING.
000243            WRITE RELREJ-REC.
