01 HOLDLOG-REC.
03 HOLDLOG-DATE PIC X(08).
03 HOLDLOG-TIME PIC X(06).
03 HOLDLOG-OPERATOR PIC X(08).
03 HOLDLOG-DECISION PIC X(01).
88 HOLDLOG-RELEASED VALUE "R".
88 HOLDLOG-DECLINED VALUE "D".
03 HOLDLOG-HOLD-ID PIC X(18).
03 HOLDLOG-IN01 PIC X(18).
03 HOLDLOG-LIMIT PIC 9(07).
03 HOLDLOG-HELD-BY PIC X(08).
03 HOLDLOG-REASON PIC X(30).
