01 RUNLOCK-REC.
03 RUNLOCK-PROGRAM PIC X(16).
03 RUNLOCK-OPERATOR PIC X(08).
03 RUNLOCK-DATE PIC X(08).
03 RUNLOCK-TIME PIC X(06).
