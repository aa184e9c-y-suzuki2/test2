01 HOLDQ-REC.
03 HOLDQ-ID.
05 HOLDQ-ID-DATE PIC X(08).
05 HOLDQ-ID-TIME PIC X(06).
05 HOLDQ-ID-SEQ PIC 9(04).
03 HOLDQ-IN01.
05 HOLDQ-BRANCH PIC X(03).
05 HOLDQ-YEAR PIC X(04).
05 HOLDQ-MONTH PIC X(02).
05 HOLDQ-TYPE PIC X(01).
05 HOLDQ-SUJI PIC S9(07) SIGN LEADING SEPARATE.
03 HOLDQ-LIMIT PIC 9(07).
03 HOLDQ-OPERATOR PIC X(08).
