000001       *****************************************************
000002       *  BOOKDPHI - LAYOUT DA TABELA                      *
000003       *  EAD719.DEPENDENTES_HIST                          *
000004       *  UMA LINHA POR ALTERACAO DE DEDUZ-IRRF DO         *
000005       *  DEPENDENTE: DESLIGAMENTO AUTOMATICO POR IDADE    *
000006       *  (OPERADOR = EAD71970) OU MANUAL (OPERADOR DO     *
000006       *  CARTAO 'O' DO EAD71939)                          *
000007       *  CHAVE: CODFUN + SEQ + DATA-HORA                  *
000008       *****************************************************
000009        01  REG-DEPENDENTES-HIST.
000010            05  DPH-CODFUN              PIC X(04).
000011            05  DPH-SEQ                 PIC 9(02).
000012            05  DPH-CAMPO               PIC X(15).
000013            05  DPH-VALOR-ANTIGO        PIC X(30).
000014            05  DPH-VALOR-NOVO          PIC X(30).
000015            05  DPH-DATA-HORA           PIC X(21).
000016            05  DPH-OPERADOR            PIC X(08).
000017            05  DPH-MOTIVO              PIC X(30).
