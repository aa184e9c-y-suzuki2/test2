01 INCRATE-REC.
03 INCRATE-REGION PIC X(03).
03 INCRATE-EFF-YEAR PIC X(04).
03 INCRATE-EFF-MONTH PIC X(02).
03 INCRATE-RULE PIC X(01).
88 INCRATE-RULE-TIER VALUE "T".
88 INCRATE-RULE-BEHIND VALUE "B".
03 INCRATE-FLOOR PIC 9(07).
03 INCRATE-RATE PIC 9(02)V9(03).
