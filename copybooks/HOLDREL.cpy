01 HOLDREL-REC.
03 HOLDREL-IN01 PIC X(18).
03 HOLDREL-HOLD-ID PIC X(18).
