88 IN01-TYPE-RETURN VALUE "R".
88 IN01-TYPE-ADJUSTMENT VALUE "A".
03 IN01-SUJI PIC S9(07) SIGN LEADING SEPARATE.
03 IN01-HOLD-ID PIC X(18).
