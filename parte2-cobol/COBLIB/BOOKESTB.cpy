000001       *****************************************************
000002       *  BOOKESTB - LAYOUT DA TABELA                      *
000003       *  EAD719.ESTABELECIMENTOS                          *
000004       *  ESTABELECIMENTOS (FILIAIS / CNPJ) DO EMPREGADOR, *
000005       *  MANTIDOS PELO EAD71965; CADA DEPARTAMENTO EM     *
000006       *  EAD719.DEPARTAMENTOS APONTA PARA UM DELES        *
000007       *  CONVENIO: CODIGO DO CONVENIO BANCARIO DO         *
000008       *  ESTABELECIMENTO PARA A REMESSA DE SALARIOS       *
000009       *  STATUS: A=ATIVO I=INATIVO                        *
000010       *****************************************************
000011        01  REG-ESTABELECIMENTOS.
000012            05  EST-CODESTAB            PIC X(02).
000013            05  EST-CNPJ                PIC X(14).
000014            05  EST-NOME                PIC X(40).
000015            05  EST-ENDERECO            PIC X(60).
000016            05  EST-CONVENIO            PIC X(20).
000017            05  EST-STATUS              PIC X(01).
000018            05  EST-OPERADOR            PIC X(08).
000019            05  EST-TS-ULT-ALTERACAO    PIC X(26).
