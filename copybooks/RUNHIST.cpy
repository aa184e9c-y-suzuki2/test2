03 RUNHIST-CTL-OUT-SUJI-ALL-TOTAL PIC S9(11) SIGN LEADING SEPARATE.
03 RUNHIST-OVERFLOW-COUNT PIC 9(08).
03 RUNHIST-RETURN-CODE PIC 9(04).
03 RUNHIST-OPERATOR PIC X(08).
