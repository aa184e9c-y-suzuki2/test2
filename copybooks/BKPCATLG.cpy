01 BKPCAT-REC.
03 BKPCAT-GENERATION PIC 9(04).
03 BKPCAT-DATE PIC X(08).
03 BKPCAT-TIME PIC X(06).
03 BKPCAT-REQUESTER PIC X(16).
03 BKPCAT-OPERATOR PIC X(08).
03 BKPCAT-OPEN-YEAR PIC X(04).
03 BKPCAT-OPEN-MONTH PIC X(02).
03 BKPCAT-SUMMAST-COUNT PIC 9(08).
03 BKPCAT-BALFWD-COUNT PIC 9(08).
03 BKPCAT-PERIOD-COUNT PIC 9(08).
03 BKPCAT-BRMST-COUNT PIC 9(08).
