000001       *****************************************************
000002       *  BOOKALCA - LAYOUT DA TABELA                      *
000003       *  EAD719.ALCADA_SALARIO                            *
000004       *  REGISTRO UNICO, MANTIDO PELO EAD71964 (CARTAO L) *
000005       *  ALTERACAO DE SALARIO ACIMA DE PERC-LIMITE OU DE  *
000006       *  VALOR-LIMITE (DIFERENCA EM VALOR ABSOLUTO) FICA  *
000007       *  PENDENTE DE APROVACAO; ZERO DESLIGA O CRITERIO   *
000008       *  DIAS-PENDENCIA: IDADE A PARTIR DA QUAL A         *
000009       *  PENDENCIA SAI NO RELATORIO DE ENVELHECIMENTO     *
000010       *****************************************************
000011        01  REG-ALCADA-SALARIO.
000012            05  ALC-PERC-LIMITE         PIC S9(3)V99 COMP-3.
000013            05  ALC-VALOR-LIMITE        PIC S9(6)V99 COMP-3.
000014            05  ALC-DIAS-PENDENCIA      PIC S9(3)    COMP-3.
000015            05  ALC-OPERADOR            PIC X(08).
000016            05  ALC-TS-ULT-ALTERACAO    PIC X(26).
