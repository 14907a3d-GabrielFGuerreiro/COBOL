           02 PC-PESO-P1         PIC 9(03).
           02 PC-PESO-P2         PIC 9(03).
           02 PC-PESO-ATIV       PIC 9(03).
           02 PC-EXAME           PIC 9(02)V99.
           02 PC-TEM-EXAME       PIC X(01).
