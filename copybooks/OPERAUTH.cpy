01 OPERAUTH-REC.
03 OPERAUTH-ID PIC X(08).
03 OPERAUTH-NAME PIC X(20).
03 OPERAUTH-FUNCTIONS.
05 OPERAUTH-POST PIC X(01).
05 OPERAUTH-BACKOUT PIC X(01).
05 OPERAUTH-BRANCH PIC X(01).
05 OPERAUTH-CLOSE PIC X(01).
05 OPERAUTH-REPAIR PIC X(01).
05 OPERAUTH-PURGE PIC X(01).
05 OPERAUTH-RESTORE PIC X(01).
05 OPERAUTH-HOLD PIC X(01).
