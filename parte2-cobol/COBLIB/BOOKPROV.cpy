000001       *****************************************************
000002       *  BOOKPROV - LAYOUT DA TABELA                      *
000003       *  EAD719.PROVISOES                                 *
000004       *  UM REGISTRO POR FUNCIONARIO E COMPETENCIA COM O  *
000005       *  SALDO PROVISIONADO DE FERIAS (+ 1/3), DE 13O E   *
000006       *  DOS ENCARGOS SOBRE AMBOS, AS BAIXAS DO MES       *
000007       *  (PAGAMENTOS E RESCISAO) E O MOVIMENTO CONTABIL   *
000008       *  (SALDO ATUAL - SALDO ANTERIOR) (EAD71963)        *
000009       *****************************************************
000010        01  REG-PROVISOES.
000011            05  PRV-CODFUN              PIC X(04).
000012            05  PRV-COMPETENCIA         PIC X(07).
000013            05  PRV-DEPTOFUN            PIC X(03).
000014            05  PRV-DIAS-FERIAS         PIC S9(3)V99 COMP-3.
000015            05  PRV-MESES-13O           PIC 9(02).
000016            05  PRV-SALDO-FERIAS        PIC S9(7)V99 COMP-3.
000017            05  PRV-SALDO-13O           PIC S9(7)V99 COMP-3.
000018            05  PRV-SALDO-ENCARGOS      PIC S9(7)V99 COMP-3.
000019            05  PRV-BAIXA-FERIAS        PIC S9(7)V99 COMP-3.
000020            05  PRV-BAIXA-13O           PIC S9(7)V99 COMP-3.
000021            05  PRV-BAIXA-ENCARGOS      PIC S9(7)V99 COMP-3.
000022            05  PRV-MOVTO-FERIAS        PIC S9(7)V99 COMP-3.
000023            05  PRV-MOVTO-13O           PIC S9(7)V99 COMP-3.
000024            05  PRV-MOVTO-ENCARGOS      PIC S9(7)V99 COMP-3.
000025            05  PRV-TS-INCLUSAO         PIC X(26).
