01 BRMAP-REC.
03 BRMAP-OLD-BRANCH PIC X(03).
03 BRMAP-NEW-BRANCH PIC X(03).
03 BRMAP-EFF-PERIOD.
05 BRMAP-EFF-YEAR PIC X(04).
05 BRMAP-EFF-MONTH PIC X(02).
03 BRMAP-DATE PIC X(08).
