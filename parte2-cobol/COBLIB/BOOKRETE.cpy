000001       *****************************************************
000002       *  BOOKRETE - LAYOUT DA TABELA                      *
000003       *  EAD719.RETENCOES_PAGAMENTO                       *
000004       *  UM REGISTRO POR CODFUN + COMPETENCIA, MANTIDO    *
000005       *  PELO EAD71957                                    *
000006       *  STATUS: R=RETIDO (FORA DA REMESSA DO EAD71927)   *
000007       *          L=LIBERADO / EXCECAO CONFERIDA           *
000008       *          P=PAGO NA REMESSA COMPLEMENTAR           *
000009       *****************************************************
000010        01  REG-RETENCOES-PAGAMENTO.
000011            05  RET-CODFUN              PIC X(04).
000012            05  RET-COMPETENCIA         PIC X(07).
000013            05  RET-STATUS              PIC X(01).
000014            05  RET-MOTIVO              PIC X(30).
000015            05  RET-OPER-RETENCAO       PIC X(08).
000016            05  RET-TS-RETENCAO         PIC X(26).
000017            05  RET-OPER-LIBERACAO      PIC X(08).
000018            05  RET-TS-LIBERACAO        PIC X(26).
