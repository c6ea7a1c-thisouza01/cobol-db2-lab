000009            05  DEP-STATUSDEPTO         PIC X(01).
000010            05  DEP-DT-EXCLUSAO         PIC X(10).
000011            05  DEP-ORCAMENTO-ANUAL     PIC S9(9)V99 COMP-3.
000012            05  DEP-CODESTAB            PIC X(02).
