000001       *****************************************************
000002       *  BOOKAFAS - LAYOUT DA TABELA                      *
000003       *  EAD719.AFASTAMENTOS                              *
000004       *  UM REGISTRO POR AFASTAMENTO (CHAVE CODFUN +      *
000005       *  DT-INICIO), MANTIDO PELO EAD71955                *
000006       *  TIPO: D=DOENCA A=ACIDENTE DE TRABALHO            *
000007       *        M=MATERNIDADE S=LICENCA SEM REMUNERACAO    *
000008       *  DT-RETORNO EM BRANCO = AFASTAMENTO EM ABERTO     *
000009       *****************************************************
000010        01  REG-AFASTAMENTOS.
000011            05  AFS-CODFUN              PIC X(04).
000012            05  AFS-DT-INICIO           PIC X(10).
000013            05  AFS-TIPO                PIC X(01).
000014            05  AFS-DT-PREVISTA         PIC X(10).
000015            05  AFS-DT-RETORNO          PIC X(10).
000016            05  AFS-OPERADOR            PIC X(08).
000017            05  AFS-TS-ULT-ALTERACAO    PIC X(26).
