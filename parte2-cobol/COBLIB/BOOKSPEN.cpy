000001       *****************************************************
000002       *  BOOKSPEN - LAYOUT DA TABELA                      *
000003       *  EAD719.SALARIOS_PENDENTES                        *
000004       *  ALTERACOES DE SALARIO ACIMA DA ALCADA, GRAVADAS  *
000005       *  PELO EAD71918 E PELO EAD71923 NO LUGAR DO UPDATE *
000006       *  E DECIDIDAS PELO EAD71964 (CHAVE CODFUN +        *
000007       *  TS-SOLICITACAO; NO MAXIMO UMA PENDENTE POR FUNC) *
000008       *  ORIGEM: PROGRAMA QUE SOLICITOU A ALTERACAO       *
000009       *  CARTAO-LINHA1/2: CARTAO ORIGINAL, LEVADO PARA O  *
000010       *  JORNAL TRANLOG NA APROVACAO                      *
000011       *  STATUS: P=PENDENTE A=APROVADA R=REJEITADA        *
000012       *****************************************************
000013        01  REG-SALARIOS-PENDENTES.
000014            05  SPE-CODFUN              PIC X(04).
000015            05  SPE-TS-SOLICITACAO      PIC X(26).
000016            05  SPE-ORIGEM              PIC X(08).
000017            05  SPE-SALARIO-ANTIGO      PIC S9(6)V99 COMP-3.
000018            05  SPE-SALARIO-NOVO        PIC S9(6)V99 COMP-3.
000019            05  SPE-OPER-SOLICITANTE    PIC X(08).
000020            05  SPE-CARTAO-LINHA1       PIC X(70).
000021            05  SPE-CARTAO-LINHA2       PIC X(30).
000022            05  SPE-STATUS              PIC X(01).
000023            05  SPE-OPER-DECISAO        PIC X(08).
000024            05  SPE-TS-DECISAO          PIC X(26).
000025            05  SPE-MOTIVO              PIC X(30).
