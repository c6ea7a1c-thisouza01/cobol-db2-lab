000009            05  FOL-INSS                PIC S9(6)V99 COMP-3.
000010            05  FOL-IRRF                PIC S9(6)V99 COMP-3.
000011            05  FOL-LIQUIDO             PIC S9(6)V99 COMP-3.
000012            05  FOL-CODESTAB            PIC X(02).
000012            05  FOL-SALARIO-FAMILIA     PIC S9(6)V99 COMP-3.
