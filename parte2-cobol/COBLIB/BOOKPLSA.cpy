000001       *****************************************************
000002       *  BOOKPLSA - LAYOUT DA TABELA                      *
000003       *  EAD719.PLANOS_SAUDE                              *
000004       *  UM REGISTRO POR PLANO DE SAUDE DA EMPRESA (CHAVE *
000005       *  CODPLANO), MANTIDO PELO EAD71961                 *
000006       *  PRECO-VIDA: MENSALIDADE POR VIDA EM VIGOR        *
000007       *  PERC-EMPREGADO: COPARTICIPACAO DO FUNCIONARIO    *
000008       *  SOBRE A MENSALIDADE DE CADA VIDA (EAD71925)      *
000009       *  STATUS: A=ATIVO I=INATIVO (SEM NOVAS ADESOES)    *
000010       *****************************************************
000011        01  REG-PLANOS-SAUDE.
000012            05  PLS-CODPLANO            PIC X(04).
000013            05  PLS-NOMEPLANO           PIC X(30).
000014            05  PLS-PRECO-VIDA          PIC S9(5)V99 COMP-3.
000015            05  PLS-PERC-EMPREGADO      PIC S9(3)V99 COMP-3.
000016            05  PLS-STATUS              PIC X(01).
000017            05  PLS-OPERADOR            PIC X(08).
000018            05  PLS-TS-ULT-ALTERACAO    PIC X(26).
