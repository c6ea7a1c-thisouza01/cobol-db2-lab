000001       *****************************************************
000002       *  BOOKTRIB - LAYOUT DA TABELA                      *
000003       *  EAD719.TABELA_TRIBUTOS                           *
000004       *  UMA VERSAO POR VIGENCIA (DATA DE INICIO); VALE A *
000005       *  MAIOR VIGENCIA ATE A DATA DE REFERENCIA          *
000006       *  TRIBUTO: I=FAIXA INSS R=FAIXA IRRF               *
000007       *           D=DEDUCAO IRRF POR DEPENDENTE (DEDUZIR) *
000007       *           F=SALARIO-FAMILIA: LIMITE=TETO DO SALARIO *
000007       *             E DEDUZIR=COTA POR FILHO (FAIXA 01)     *
000008       *****************************************************
000009        01  REG-TABELA-TRIBUTOS.
000010            05  TRB-VIGENCIA            PIC X(10).
000011            05  TRB-TRIBUTO             PIC X(01).
000012            05  TRB-FAIXA               PIC 9(02).
000013            05  TRB-LIMITE              PIC S9(6)V99 COMP-3.
000014            05  TRB-ALIQUOTA            PIC S9(2)V99 COMP-3.
000015            05  TRB-DEDUZIR             PIC S9(6)V99 COMP-3.
000016            05  TRB-OPERADOR            PIC X(08).
000017            05  TRB-TS-INCLUSAO         PIC X(26).
