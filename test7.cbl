03 DTL-2-IN PIC X(50).
03 FILLER PIC X(05) VALUE " OUT=".
03 DTL-2-OUT PIC X(50).
03 FILLER PIC X(04) VALUE " OP=".
03 DTL-2-OPERATOR PIC X(08).
PROCEDURE DIVISION.
0000-MAIN.
ACCEPT WK-START-PARM FROM COMMAND-LINE.
END-IF
MOVE RUNHIST-IN01-FILENAME TO DTL-2-IN.
MOVE RUNHIST-OUT01-FILENAME TO DTL-2-OUT.
MOVE RUNHIST-OPERATOR TO DTL-2-OPERATOR.
WRITE PRINT-REC FROM DTL-2
IF WK-PRINT-FILE-STATUS NOT = "00"
PERFORM 0400-ABEND-PRINT-WRITE
