000001       *****************************************************
000002       *  BOOKEMPR - LAYOUT DA TABELA                      *
000003       *  EAD719.EMPRESTIMOS                               *
000004       *  UM REGISTRO POR CONTRATO DE CONSIGNADO (CHAVE    *
000005       *  CODFUN + CONTRATO), MANTIDO PELO EAD71958        *
000006       *  BANCO: CODIGO DO BANCO CONSIGNATARIO             *
000007       *  STATUS: A=ATIVO Q=QUITADO C=CANCELADO            *
000008       *          R=ENCERRADO NA RESCISAO COM SALDO        *
000009       *            REMANESCENTE COBRADO PELO BANCO        *
000010       *****************************************************
000011        01  REG-EMPRESTIMOS.
000012            05  EMP-CODFUN              PIC X(04).
000013            05  EMP-CONTRATO            PIC X(12).
000014            05  EMP-BANCO               PIC X(03).
000015            05  EMP-QTD-PARCELAS        PIC S9(03) COMP-3.
000016            05  EMP-VALOR-PARCELA       PIC S9(6)V99 COMP-3.
000017            05  EMP-COMP-INICIO         PIC X(07).
000018            05  EMP-PARCELAS-PAGAS      PIC S9(03) COMP-3.
000019            05  EMP-STATUS              PIC X(01).
000020            05  EMP-OPERADOR            PIC X(08).
000021            05  EMP-TS-ULT-ALTERACAO    PIC X(26).
