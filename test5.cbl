ASSIGN TO "balfwd.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-BALFWD-FILE-STATUS.
SELECT FISCAL-FILE
ASSIGN TO "fiscalcal.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-FISCAL-FILE-STATUS.
SELECT PRINT-FILE
ASSIGN TO "varrpt.txt"
ORGANIZATION IS LINE SEQUENTIAL
03 BALFWD-BRANCH PIC X(03).
03 BALFWD-YEAR PIC X(04).
03 BALFWD-AMOUNT PIC S9(07) SIGN LEADING SEPARATE.
FD FISCAL-FILE.
COPY FISCALCL.
FD PRINT-FILE.
01 PRINT-REC PIC X(80).
WORKING-STORAGE SECTION.
01 IN-FILE-STATUS PIC XX.
01 WK-BALFWD-FILE-STATUS PIC XX.
01 WK-FISCAL-FILE-STATUS PIC XX.
01 WK-PRINT-FILE-STATUS PIC XX.
01 WK-OUT01-FILENAME PIC X(100) VALUE "out01.txt".
01 WK-ENV-TEMP PIC X(100).
03 WK-RUN-MM PIC 99.
03 WK-RUN-DD PIC 99.
01 WK-RUN-DATE-DISPLAY PIC X(10).
*> 会計年度カレンダー（期首月・月別の四半期/半期区分）用ワーク
01 WK-FISCAL-AREA.
03 WK-FISCAL-START-MONTH PIC 9(02) VALUE 1.
03 WK-FISCAL-IDX PIC 9(02) VALUE ZERO.
03 WK-FISCAL-MONTH-TABLE OCCURS 12 TIMES.
05 WK-FISCAL-T-QUARTER PIC 9(01).
05 WK-FISCAL-T-HALF PIC 9(01).
03 WK-FISCAL-IN-YEAR PIC 9(04).
03 WK-FISCAL-IN-MONTH PIC 9(02).
03 WK-FISCAL-YEAR PIC 9(04).
03 WK-FISCAL-QUARTER PIC 9(01).
03 WK-FISCAL-HALF PIC 9(01).
*> 年度繰越残高（支店＋会計年度単位）用ワーク
01 WK-BALFWD-AREA.
03 WK-BALFWD-COUNT PIC 9(04) VALUE ZERO.
03 WK-BALFWD-TABLE OCCURS 200 TIMES INDEXED BY WK-BALFWD-IDX.
01 HDG-4.
03 FILLER PIC X(06) VALUE "RANK".
03 FILLER PIC X(07) VALUE "BRANCH".
03 FILLER PIC X(06) VALUE "FY".
03 FILLER PIC X(11) VALUE "CURR YTD".
03 FILLER PIC X(11) VALUE "PRIOR YR".
03 FILLER PIC X(10) VALUE "VARIANCE".
CLOSE OUT01-FILE.
CLOSE PRINT-FILE.
STOP RUN.
*> 0.年度繰越残高読込処理（BALFWD-FILEを支店/会計年度単位のワーク表へロード）
0800-LOAD-BALANCE-FORWARD.
MOVE ZERO TO WK-BALFWD-COUNT.
OPEN INPUT BALFWD-FILE.
END-PERFORM
CLOSE BALFWD-FILE
END-IF.
*> 0.前年残高検索処理（OUT01-BRANCHと前会計年度に対応する繰越残高を求める）
*>　※OUT01-YEAR/MONTHを会計年度に換算してから1年前を求める
0850-LOOKUP-PRIOR-YEAR.
MOVE "N" TO WK-PRIOR-FOUND.
MOVE ZERO TO WK-PRIOR-AMOUNT.
MOVE OUT01-YEAR TO WK-FISCAL-IN-YEAR.
MOVE OUT01-MONTH TO WK-FISCAL-IN-MONTH.
PERFORM 1350-DERIVE-FISCAL-PERIOD.
MOVE WK-FISCAL-YEAR TO WK-CURR-YEAR-N.
COMPUTE WK-PRIOR-YEAR-N = WK-CURR-YEAR-N - 1.
MOVE WK-PRIOR-YEAR-N TO WK-PRIOR-YEAR-X.
PERFORM VARYING WK-BALFWD-IDX FROM 1 BY 1
MOVE WK-BALFWD-T-AMOUNT(WK-BALFWD-IDX) TO WK-PRIOR-AMOUNT
END-IF
END-PERFORM.
*> 1.初期処理（年度繰越残高・会計年度カレンダー読込、ファイルオープン、実行日付取得、先頭レコード読込）
1000-INITIALIZE.
PERFORM 0800-LOAD-BALANCE-FORWARD.
PERFORM 1300-LOAD-FISCAL-CALENDAR.
OPEN INPUT OUT01-FILE.
OPEN OUTPUT PRINT-FILE.
ACCEPT WK-RUN-DATE-8 FROM DATE YYYYMMDD.
INTO WK-RUN-DATE-DISPLAY.
PERFORM 2500-NEW-PAGE.
PERFORM 1500-READ-OUT01.
*> 1.会計年度カレンダー読込処理（期首月と月別の四半期/半期区分を取得、無ければ暦年として扱う）
1300-LOAD-FISCAL-CALENDAR.
MOVE 1 TO WK-FISCAL-START-MONTH.
PERFORM VARYING WK-FISCAL-IDX FROM 1 BY 1
UNTIL WK-FISCAL-IDX > 12
COMPUTE WK-FISCAL-T-QUARTER(WK-FISCAL-IDX) = (WK-FISCAL-IDX - 1) / 3 + 1
COMPUTE WK-FISCAL-T-HALF(WK-FISCAL-IDX) = (WK-FISCAL-IDX - 1) / 6 + 1
END-PERFORM.
OPEN INPUT FISCAL-FILE.
IF WK-FISCAL-FILE-STATUS = "00"
READ FISCAL-FILE
AT END
DISPLAY "SUM_SAMPLE02_VAR: FISCAL CALENDAR fiscalcal.dat IS EMPTY"
MOVE 16 TO RETURN-CODE
CLOSE FISCAL-FILE
STOP RUN
NOT AT END
PERFORM 1320-CHECK-FISCAL-CALENDAR
END-READ
CLOSE FISCAL-FILE
END-IF.
*> 1.会計年度カレンダー検査処理（期首月1～12、四半期1～4、半期1～2であることを確認しワークへ展開）
1320-CHECK-FISCAL-CALENDAR.
IF FISCAL-START-MONTH NOT NUMERIC
OR FISCAL-START-MONTH < "01" OR FISCAL-START-MONTH > "12"
DISPLAY "SUM_SAMPLE02_VAR: FISCAL CALENDAR HAS INVALID START MONTH "
FISCAL-START-MONTH
MOVE 16 TO RETURN-CODE
CLOSE FISCAL-FILE
STOP RUN
END-IF.
MOVE FISCAL-START-MONTH TO WK-FISCAL-START-MONTH.
PERFORM VARYING WK-FISCAL-IDX FROM 1 BY 1
UNTIL WK-FISCAL-IDX > 12
IF FISCAL-QUARTER(WK-FISCAL-IDX) < "1"
OR FISCAL-QUARTER(WK-FISCAL-IDX) > "4"
OR FISCAL-HALF(WK-FISCAL-IDX) < "1"
OR FISCAL-HALF(WK-FISCAL-IDX) > "2"
DISPLAY "SUM_SAMPLE02_VAR: FISCAL CALENDAR HAS INVALID "
"QUARTER/HALF FOR MONTH " WK-FISCAL-IDX
MOVE 16 TO RETURN-CODE
CLOSE FISCAL-FILE
STOP RUN
END-IF
MOVE FISCAL-QUARTER(WK-FISCAL-IDX)
TO WK-FISCAL-T-QUARTER(WK-FISCAL-IDX)
MOVE FISCAL-HALF(WK-FISCAL-IDX) TO WK-FISCAL-T-HALF(WK-FISCAL-IDX)
END-PERFORM.
*> 1.会計年度導出処理（WK-FISCAL-IN-YEAR/MONTHから会計年度・四半期・半期を求める）
*>　※会計年度は期首月の属する暦年で表す（期首月4なら2026/04～2027/03が2026年度）
1350-DERIVE-FISCAL-PERIOD.
IF WK-FISCAL-IN-MONTH >= WK-FISCAL-START-MONTH
MOVE WK-FISCAL-IN-YEAR TO WK-FISCAL-YEAR
ELSE
COMPUTE WK-FISCAL-YEAR = WK-FISCAL-IN-YEAR - 1
END-IF.
MOVE WK-FISCAL-T-QUARTER(WK-FISCAL-IN-MONTH) TO WK-FISCAL-QUARTER.
MOVE WK-FISCAL-T-HALF(WK-FISCAL-IN-MONTH) TO WK-FISCAL-HALF.
*> 1.OUT01-FILE読込処理
1500-READ-OUT01.
READ OUT01-FILE
*> 2.順位表項目設定処理（WK-RANK-IDXの位置へ現在の明細内容を設定）
2750-FILL-RANK-ENTRY.
MOVE OUT01-BRANCH TO WK-RANK-T-BRANCH(WK-RANK-IDX).
MOVE WK-CURR-YEAR-N TO WK-RANK-T-YEAR(WK-RANK-IDX).
MOVE OUT01-SUJI-ALL TO WK-RANK-T-CURR(WK-RANK-IDX).
MOVE WK-PRIOR-AMOUNT TO WK-RANK-T-PRIOR(WK-RANK-IDX).
MOVE WK-VAR-AMOUNT TO WK-RANK-T-VAR(WK-RANK-IDX).
