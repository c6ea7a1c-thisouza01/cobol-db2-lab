000001       *****************************************************
000002       *  BOOKRESC - LAYOUT DA TABELA EAD719.RESCISOES     *
000002       *  CONSIGNADO: SALDO DE EMPRESTIMO CONSIGNADO       *
000002       *  DESCONTADO NA RESCISAO (JA FORA DO LIQUIDO)      *
000003       *****************************************************
000004        01  REG-RESCISOES.
000005            05  RSC-CODFUN              PIC X(04).
000013            05  RSC-INSS                PIC S9(7)V99 COMP-3.
000014            05  RSC-IRRF                PIC S9(7)V99 COMP-3.
000015            05  RSC-LIQUIDO             PIC S9(8)V99 COMP-3.
000016            05  RSC-CONSIGNADO          PIC S9(7)V99 COMP-3.
