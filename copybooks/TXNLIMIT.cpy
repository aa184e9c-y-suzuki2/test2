01 TXNLIMIT-REC.
03 TXNLIMIT-BRANCH PIC X(03).
03 TXNLIMIT-TYPE PIC X(01).
03 TXNLIMIT-AMOUNT PIC 9(07).
