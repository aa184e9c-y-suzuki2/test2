01 INCPAY-HDR-REC.
03 INCPAY-HDR-ID PIC X(03).
03 INCPAY-HDR-SOURCE PIC X(12).
03 INCPAY-HDR-YEAR PIC X(04).
03 INCPAY-HDR-MONTH PIC X(02).
03 INCPAY-HDR-CREATE-DATE PIC X(08).
03 INCPAY-HDR-CREATE-TIME PIC X(06).
03 FILLER PIC X(25).
01 INCPAY-DTL-REC.
03 INCPAY-DTL-ID PIC X(03).
03 INCPAY-DTL-BRANCH PIC X(03).
03 INCPAY-DTL-REGION PIC X(03).
03 INCPAY-DTL-YEAR PIC X(04).
03 INCPAY-DTL-MONTH PIC X(02).
03 INCPAY-DTL-SUJI PIC S9(07) SIGN LEADING SEPARATE.
03 INCPAY-DTL-SUJI-ALL PIC S9(07) SIGN LEADING SEPARATE.
03 INCPAY-DTL-RATE PIC 9(02)V9(03).
03 INCPAY-DTL-BEHIND PIC X(01).
03 INCPAY-DTL-AMOUNT PIC 9(07).
03 FILLER PIC X(16).
01 INCPAY-TRL-REC.
03 INCPAY-TRL-ID PIC X(03).
03 INCPAY-TRL-COUNT PIC 9(06).
03 INCPAY-TRL-AMOUNT-TOTAL PIC 9(11).
03 INCPAY-TRL-HASH-SUJI PIC S9(11) SIGN LEADING SEPARATE.
03 FILLER PIC X(28).
