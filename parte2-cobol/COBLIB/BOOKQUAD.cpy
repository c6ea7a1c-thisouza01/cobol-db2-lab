000001       *****************************************************
000002       *  BOOKQUAD - LAYOUT DA TABELA                      *
000003       *  EAD719.QUADRO_VAGAS                              *
000004       *  VAGAS APROVADAS PELA DIRETORIA POR DEPARTAMENTO  *
000005       *  E CARGO (CRG-CODCARGO), MANTIDAS PELO EAD71969   *
000006       *  CHAVE: DEPTOFUN + CODCARGO                       *
000007       *  SEM REGISTRO ATIVO PARA O PAR O QUADRO NAO E     *
000008       *  CONTROLADO (COMO ORCAMENTO-ANUAL = 0)            *
000009       *  STATUS: A=ATIVO I=INATIVO                        *
000010       *****************************************************
000011        01  REG-QUADRO-VAGAS.
000012            05  QDV-DEPTOFUN            PIC X(03).
000013            05  QDV-CODCARGO            PIC X(04).
000014            05  QDV-VAGAS-AUTORIZADAS   PIC S9(4) COMP.
000015            05  QDV-STATUS              PIC X(01).
000016            05  QDV-OPERADOR            PIC X(08).
000017            05  QDV-TS-ULT-ALTERACAO    PIC X(26).
