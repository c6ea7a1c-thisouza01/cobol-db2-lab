000001       *****************************************************
000002       *  BOOKADPL - LAYOUT DA TABELA                      *
000003       *  EAD719.ADESOES_PLANO                             *
000004       *  UMA VIDA POR REGISTRO (CHAVE CODFUN +            *
000005       *  SEQ-DEPENDENTE + DT-INICIO), MANTIDO PELO        *
000006       *  EAD71961 E CONFERIDO NA FATURA PELO EAD71962     *
000007       *  SEQ-DEPENDENTE: 00=TITULAR, SENAO DPD-SEQ DE     *
000008       *  EAD719.DEPENDENTES                               *
000009       *  DT-FIM EM BRANCO = ADESAO EM VIGOR               *
000010       *  PRECO-VIDA: MENSALIDADE CONTRATADA PARA A VIDA   *
000011       *****************************************************
000012        01  REG-ADESOES-PLANO.
000013            05  ADP-CODFUN              PIC X(04).
000014            05  ADP-SEQ-DEPENDENTE      PIC 9(02).
000015            05  ADP-DT-INICIO           PIC X(10).
000016            05  ADP-CODPLANO            PIC X(04).
000017            05  ADP-DT-FIM              PIC X(10).
000018            05  ADP-PRECO-VIDA          PIC S9(5)V99 COMP-3.
000019            05  ADP-OPERADOR            PIC X(08).
000020            05  ADP-TS-ULT-ALTERACAO    PIC X(26).
