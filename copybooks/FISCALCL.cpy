01 FISCAL-REC.
03 FISCAL-START-MONTH PIC X(02).
03 FISCAL-MONTH-GROUP OCCURS 12 TIMES.
05 FISCAL-QUARTER PIC X(01).
05 FISCAL-HALF PIC X(01).
