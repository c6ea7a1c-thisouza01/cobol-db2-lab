000001       *****************************************************
000002       *  BOOKFGTS - LAYOUT DA TABELA                      *
000003       *  EAD719.FGTS_DEPOSITOS                            *
000004       *  UM REGISTRO POR FUNCIONARIO E COMPETENCIA COM AS *
000005       *  BASES DO FGTS (FOLHA, FERIAS, 13O E VERBAS DA    *
000006       *  RESCISAO), O DEPOSITO DE 8% E A MULTA DE 40% NA  *
000007       *  COMPETENCIA DA DEMISSAO (EAD71953)               *
000008       *****************************************************
000009        01  REG-FGTS-DEPOSITOS.
000010            05  FGT-CODFUN              PIC X(04).
000011            05  FGT-COMPETENCIA         PIC X(07).
000012            05  FGT-DEPTOFUN            PIC X(03).
000013            05  FGT-BASE-FOLHA          PIC S9(7)V99 COMP-3.
000014            05  FGT-BASE-FERIAS         PIC S9(7)V99 COMP-3.
000015            05  FGT-BASE-13O            PIC S9(7)V99 COMP-3.
000016            05  FGT-BASE-RESCISAO       PIC S9(7)V99 COMP-3.
000017            05  FGT-DEPOSITO            PIC S9(7)V99 COMP-3.
000018            05  FGT-MULTA-RESCISORIA    PIC S9(7)V99 COMP-3.
000019            05  FGT-TS-INCLUSAO         PIC X(26).
