000001       *****************************************************
000002       *  BOOKEPAR - LAYOUT DA TABELA                      *
000003       *  EAD719.EMPRESTIMOS_PARCELAS                      *
000004       *  UM REGISTRO POR CONTRATO DESCONTADO NA           *
000005       *  COMPETENCIA (CHAVE CODFUN + CONTRATO +           *
000006       *  COMPETENCIA + ORIGEM), BASE DO REPASSE AOS       *
000007       *  BANCOS NO EAD71959                               *
000008       *  ORIGEM: F=FOLHA MENSAL (EAD71925)                *
000009       *          R=RESCISAO (EAD71932)                    *
000010       *  SALDO-RESTANTE: O QUE FICA A PAGAR DEPOIS DO     *
000011       *  DESCONTO (NA RESCISAO, COBRADO PELO BANCO)       *
000012       *****************************************************
000013        01  REG-EMPRESTIMOS-PARCELAS.
000014            05  EPA-CODFUN              PIC X(04).
000015            05  EPA-CONTRATO            PIC X(12).
000016            05  EPA-COMPETENCIA         PIC X(07).
000017            05  EPA-ORIGEM              PIC X(01).
000018            05  EPA-BANCO               PIC X(03).
000019            05  EPA-NUM-PARCELA         PIC S9(03) COMP-3.
000020            05  EPA-VALOR               PIC S9(7)V99 COMP-3.
000021            05  EPA-SALDO-RESTANTE      PIC S9(7)V99 COMP-3.
