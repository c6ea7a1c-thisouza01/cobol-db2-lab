000001       *****************************************************
000002       *  BOOKFPAG - LAYOUT DA TABELA                      *
000003       *  EAD719.FERIAS_PAGAMENTOS                         *
000004       *  UM REGISTRO POR PAGAMENTO DE FERIAS (CARTAO F DO *
000005       *  EAD71934) COM A VIGENCIA DA TABELA DE TRIBUTOS   *
000006       *  USADA NAS RETENCOES                              *
000007       *****************************************************
000008        01  REG-FERIAS-PAGAMENTOS.
000009            05  FPG-CODFUN              PIC X(04).
000010            05  FPG-INICIO-AQUISITIVO   PIC X(10).
000011            05  FPG-COMPETENCIA         PIC X(07).
000012            05  FPG-DIAS                PIC 9(02).
000013            05  FPG-VALOR-DIAS          PIC S9(7)V99 COMP-3.
000014            05  FPG-TERCO               PIC S9(7)V99 COMP-3.
000015            05  FPG-INSS                PIC S9(7)V99 COMP-3.
000016            05  FPG-IRRF                PIC S9(7)V99 COMP-3.
000017            05  FPG-LIQUIDO             PIC S9(7)V99 COMP-3.
000018            05  FPG-VIGENCIA-TRIB       PIC X(10).
000019            05  FPG-TS-INCLUSAO         PIC X(26).
