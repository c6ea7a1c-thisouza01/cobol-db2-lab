000001       *****************************************************
000002       *  BOOKENVI - LAYOUT DA TABELA                      *
000003       *  EAD719.ENVIOS_DOCUMENTOS                         *
000004       *  UM REGISTRO POR DOCUMENTO DO FUNCIONARIO         *
000005       *  DISTRIBUIDO PELO EAD71967                        *
000006       *  CHAVE: CODFUN + TIPO-DOCUMENTO + REFERENCIA      *
000007       *  TIPO-DOCUMENTO: C=CONTRACHEQUE R=RESCISAO        *
000008       *                  F=FERIAS D=13O SALARIO           *
000009       *  REFERENCIA: COMPETENCIA (C), DATA DA DEMISSAO    *
000010       *  (R), DATA DO PAGAMENTO (F), ANO-PARCELA (D)      *
000011       *  STATUS: M=ENVIADO AO GATEWAY DE E-MAIL           *
000012       *          E=ENTREGUE B=DEVOLVIDO (EAD71968)        *
000013       *          I=ARQUIVO DE IMPRESSAO (SEM E-MAIL)      *
000014       *****************************************************
000015        01  REG-ENVIOS-DOCUMENTOS.
000016            05  ENV-CODFUN              PIC X(04).
000017            05  ENV-TIPO-DOCUMENTO      PIC X(01).
000018            05  ENV-REFERENCIA          PIC X(10).
000019            05  ENV-EMAIL               PIC X(30).
000020            05  ENV-STATUS              PIC X(01).
000021            05  ENV-DT-ENVIO            PIC X(10).
000022            05  ENV-DT-RETORNO          PIC X(10).
000023            05  ENV-MOTIVO              PIC X(40).
000024            05  ENV-TS-ULT-ALTERACAO    PIC X(26).
