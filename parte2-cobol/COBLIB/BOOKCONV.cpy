000001       *****************************************************
000002       *  BOOKCONV - LAYOUT DA TABELA                      *
000003       *  EAD719.CONVENIOS_BANCARIOS                       *
000004       *  CONVENIO DE PAGAMENTO DE SALARIOS (CNAB 240) COM *
000005       *  CADA BANCO, MANTIDO PELO EAD71965 (CARTAO B)     *
000006       *  SAIDA: ARQUIVO DO EAD71966 (DD CNAB01 A CNAB05)  *
000007       *  CNPJ/RAZAO-SOCIAL: EMPRESA CONTRATANTE DO        *
000008       *  CONVENIO, NO HEADER DE ARQUIVO DO CNAB 240       *
000009       *  AGENCIA/CONTA: CONTA DEBITADA PELOS CREDITOS     *
000010       *  NSA: ULTIMO NUMERO SEQUENCIAL DE ARQUIVO ENVIADO *
000011       *  STATUS: A=ATIVO I=INATIVO                        *
000012       *****************************************************
000013        01  REG-CONVENIOS-BANCARIOS.
000014            05  CNV-BANCO               PIC X(03).
000015            05  CNV-NOME-BANCO          PIC X(30).
000016            05  CNV-SAIDA               PIC S9(4)    COMP.
000017            05  CNV-CNPJ                PIC X(14).
000018            05  CNV-RAZAO-SOCIAL        PIC X(30).
000019            05  CNV-CONVENIO            PIC X(20).
000020            05  CNV-AGENCIA             PIC X(05).
000021            05  CNV-DV-AGENCIA          PIC X(01).
000022            05  CNV-CONTA               PIC X(12).
000023            05  CNV-DV-CONTA            PIC X(01).
000024            05  CNV-NSA                 PIC S9(6)    COMP-3.
000025            05  CNV-STATUS              PIC X(01).
000026            05  CNV-OPERADOR            PIC X(08).
000027            05  CNV-TS-ULT-ALTERACAO    PIC X(26).
