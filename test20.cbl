IDENTIFICATION DIVISION.
PROGRAM-ID. SUM_SAMPLE02_AUD.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT SUMMAST-FILE
ASSIGN TO "summast.dat"
ORGANIZATION IS INDEXED
ACCESS MODE IS SEQUENTIAL
RECORD KEY IS SUMMAST-KEY
FILE STATUS IS WK-SUMMAST-FILE-STATUS.
SELECT DTLARC-FILE
ASSIGN TO "dtlarch.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-DTLARC-FILE-STATUS.
SELECT BALFWD-FILE
ASSIGN TO "balfwd.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-BALFWD-FILE-STATUS.
SELECT GLREG-FILE
ASSIGN TO "glregister.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-GLREG-FILE-STATUS.
SELECT PERIOD-FILE
ASSIGN TO "periodctl.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-PERIOD-FILE-STATUS.
SELECT FISCAL-FILE
ASSIGN TO "fiscalcal.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-FISCAL-FILE-STATUS.
SELECT RUNHIST-FILE
ASSIGN TO "runhist.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-RUNHIST-FILE-STATUS.
SELECT PRINT-FILE
ASSIGN TO "auditrpt.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-PRINT-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD SUMMAST-FILE.
COPY SUMMAST.
FD DTLARC-FILE.
01 DTLARC-REC.
03 DTLARC-KEY.
05 DTLARC-BRANCH PIC X(03).
05 DTLARC-YEAR PIC X(04).
05 DTLARC-MONTH PIC X(02).
03 DTLARC-TYPE PIC X(01).
03 DTLARC-SUJI PIC S9(07) SIGN LEADING SEPARATE.
03 DTLARC-RUN-DATE PIC X(08).
03 DTLARC-RUN-TIME PIC X(06).
FD BALFWD-FILE.
01 BALFWD-REC.
03 BALFWD-BRANCH PIC X(03).
03 BALFWD-YEAR PIC X(04).
03 BALFWD-AMOUNT PIC S9(07) SIGN LEADING SEPARATE.
FD GLREG-FILE.
01 GLREG-REC.
03 GLREG-YEAR PIC X(04).
03 GLREG-MONTH PIC X(02).
03 GLREG-DATE PIC X(08).
03 GLREG-TIME PIC X(06).
03 GLREG-DETAIL-COUNT PIC 9(08).
03 GLREG-HASH-SUJI PIC S9(11) SIGN LEADING SEPARATE.
03 GLREG-HASH-SUJI-ALL PIC S9(11) SIGN LEADING SEPARATE.
03 GLREG-STATUS PIC X(12).
03 GLREG-ACK-DATE PIC X(08).
FD PERIOD-FILE.
COPY PERIODCT.
FD FISCAL-FILE.
COPY FISCALCL.
FD RUNHIST-FILE.
COPY RUNHIST.
FD PRINT-FILE.
01 PRINT-REC PIC X(100).
WORKING-STORAGE SECTION.
01 WK-SUMMAST-FILE-STATUS PIC XX.
01 WK-DTLARC-FILE-STATUS PIC XX.
01 WK-BALFWD-FILE-STATUS PIC XX.
01 WK-GLREG-FILE-STATUS PIC XX.
01 WK-PERIOD-FILE-STATUS PIC XX.
01 WK-FISCAL-FILE-STATUS PIC XX.
01 WK-RUNHIST-FILE-STATUS PIC XX.
01 WK-PRINT-FILE-STATUS PIC XX.
01 WK-RUN-DATE-8.
03 WK-RUN-YYYY PIC 9(04).
03 WK-RUN-MM PIC 99.
03 WK-RUN-DD PIC 99.
01 WK-RUN-DATE-DISPLAY PIC X(10).
01 WK-RUNHIST-TIME PIC 9(08).
*> 会計期間管理（オープン中の年/月はGL抽出登録が必須）用ワーク
01 WK-PERIOD-AREA.
03 WK-OPEN-YEAR PIC X(04).
03 WK-OPEN-MONTH PIC X(02).
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
03 WK-BALFWD-HIT-IDX PIC 9(04) VALUE ZERO.
88 WK-BALFWD-NOT-FOUND VALUE ZERO.
03 WK-BALFWD-KEY-BRANCH PIC X(03).
03 WK-BALFWD-KEY-YEAR PIC X(04).
03 WK-BALFWD-TABLE OCCURS 200 TIMES INDEXED BY WK-BALFWD-IDX.
05 WK-BALFWD-T-BRANCH PIC X(03).
05 WK-BALFWD-T-YEAR PIC X(04).
05 WK-BALFWD-T-AMOUNT PIC S9(07).
*> 明細アーカイブ（支店/年/月単位の符号付金額合計）用ワーク
01 WK-DTL-AREA.
03 WK-DTL-COUNT PIC 9(04) VALUE ZERO.
03 WK-DTL-MAX PIC 9(04) VALUE 2000.
03 WK-DTL-HIT-IDX PIC 9(04) VALUE ZERO.
88 WK-DTL-NOT-FOUND VALUE ZERO.
03 WK-DTL-TABLE OCCURS 2000 TIMES INDEXED BY WK-DTL-IDX.
05 WK-DTL-T-KEY.
07 WK-DTL-T-BRANCH PIC X(03).
07 WK-DTL-T-YEAR PIC X(04).
07 WK-DTL-T-MONTH PIC X(02).
05 WK-DTL-T-SUJI PIC S9(11).
05 WK-DTL-T-ROWS PIC 9(08).
05 WK-DTL-T-USED PIC X.
88 WK-DTL-T-IS-USED VALUE "Y".
*> GL抽出登録簿（期間ごとに最新の登録内容）用ワーク
01 WK-GLREG-AREA.
03 WK-GLREG-COUNT PIC 9(04) VALUE ZERO.
03 WK-GLREG-HIT-IDX PIC 9(04) VALUE ZERO.
88 WK-GLREG-NOT-FOUND VALUE ZERO.
03 WK-GLREG-TABLE OCCURS 200 TIMES INDEXED BY WK-GLREG-IDX.
05 WK-GLREG-T-YEAR PIC X(04).
05 WK-GLREG-T-MONTH PIC X(02).
05 WK-GLREG-T-DATE PIC X(08).
05 WK-GLREG-T-COUNT PIC 9(08).
05 WK-GLREG-T-HASH-SUJI PIC S9(11).
05 WK-GLREG-T-HASH-ALL PIC S9(11).
*> 期間別要約合計（年/月単位の件数・金額、GL抽出登録簿との突合用）用ワーク
01 WK-PRD-AREA.
03 WK-PRD-COUNT PIC 9(04) VALUE ZERO.
03 WK-PRD-HIT-IDX PIC 9(04) VALUE ZERO.
88 WK-PRD-NOT-FOUND VALUE ZERO.
03 WK-PRD-TABLE OCCURS 200 TIMES INDEXED BY WK-PRD-IDX.
05 WK-PRD-T-YEAR PIC X(04).
05 WK-PRD-T-MONTH PIC X(02).
05 WK-PRD-T-COUNT PIC 9(08).
05 WK-PRD-T-SUJI PIC S9(11).
05 WK-PRD-T-SUJI-ALL PIC S9(11).
*> 年度累計検証用ワーク（支店＋会計年度単位の期首残高と月次金額の積上げ）
01 WK-GRP-AREA.
03 WK-GRP-ACTIVE PIC X VALUE "N".
88 WK-GRP-IS-ACTIVE VALUE "Y".
03 WK-GRP-BRANCH PIC X(03).
03 WK-GRP-FYEAR PIC X(04).
03 WK-GRP-PREV-FYEAR-N PIC 9(04).
03 WK-GRP-LAST-YEAR PIC X(04).
03 WK-GRP-LAST-MONTH PIC X(02).
03 WK-GRP-OPENING PIC S9(11).
03 WK-GRP-RUNNING PIC S9(11).
03 WK-GRP-LAST-SUJI-ALL PIC S9(11).
*> 例外明細編集用ワーク
01 WK-EXC-AREA.
03 WK-EXC-BRANCH PIC X(03).
03 WK-EXC-YEAR PIC X(04).
03 WK-EXC-MONTH PIC X(02).
03 WK-EXC-CHECK PIC X(20).
03 WK-EXC-EXPECTED PIC S9(11).
03 WK-EXC-ACTUAL PIC S9(11).
*> 件数用ワーク
01 WK-CTL-AREA.
03 WK-CTL-KEY-COUNT PIC 9(08) VALUE ZERO.
03 WK-CTL-DTL-READ-COUNT PIC 9(08) VALUE ZERO.
03 WK-CTL-PERIOD-CHECKED PIC 9(08) VALUE ZERO.
03 WK-CTL-EXC-COUNT PIC 9(08) VALUE ZERO.
03 WK-CTL-DETAIL-EXC PIC 9(08) VALUE ZERO.
03 WK-CTL-BALANCE-EXC PIC 9(08) VALUE ZERO.
03 WK-CTL-GL-EXC PIC 9(08) VALUE ZERO.
03 WK-CTL-SUMMAST-TOTAL PIC S9(11) VALUE ZERO.
03 WK-CTL-DETAIL-TOTAL PIC S9(11) VALUE ZERO.
01 HDG-1.
03 FILLER PIC X(10) VALUE "RUN DATE: ".
03 HDG-1-DATE PIC X(10).
03 FILLER PIC X(05) VALUE SPACES.
03 FILLER PIC X(37) VALUE "PRE-CLOSE INTEGRITY AUDIT -- PERIOD ".
03 HDG-1-YEAR PIC X(04).
03 FILLER PIC X(01) VALUE "/".
03 HDG-1-MONTH PIC X(02).
01 HDG-2.
03 FILLER PIC X(07) VALUE "BRANCH".
03 FILLER PIC X(09) VALUE "PERIOD".
03 FILLER PIC X(22) VALUE "CHECK".
03 FILLER PIC X(14) VALUE "    EXPECTED".
03 FILLER PIC X(14) VALUE "      ACTUAL".
03 FILLER PIC X(14) VALUE "  DIFFERENCE".
01 DTL-LINE.
03 DTL-BRANCH PIC X(07).
03 DTL-YEAR PIC X(04).
03 FILLER PIC X(01) VALUE "/".
03 DTL-MONTH PIC X(02).
03 FILLER PIC X(02) VALUE SPACES.
03 DTL-CHECK PIC X(22).
03 DTL-EXPECTED PIC -----------9.
03 FILLER PIC X(02) VALUE SPACES.
03 DTL-ACTUAL PIC -----------9.
03 FILLER PIC X(02) VALUE SPACES.
03 DTL-DIFF PIC -----------9.
01 SUM-LINE.
03 SUM-LABEL PIC X(38).
03 SUM-COUNT PIC ZZZZZZZ9.
PROCEDURE DIVISION.
0000-MAIN.
PERFORM 1000-INITIALIZE.
PERFORM 2000-MAIN-PROCESS
UNTIL WK-SUMMAST-FILE-STATUS NOT = "00".
PERFORM 2150-CHECK-CLOSING-BALANCE.
PERFORM 2500-CHECK-UNPOSTED-DETAIL.
PERFORM 2600-CHECK-GL-REGISTER.
PERFORM 3000-TERMINATE.
STOP RUN.
*> 0.PRINT-FILE書込異常時異常終了処理（ステータスコードを表示し異常終了）
0400-ABEND-PRINT-WRITE.
DISPLAY "SUM_SAMPLE02_AUD: WRITE TO PRINT-FILE FAILED STATUS="
WK-PRINT-FILE-STATUS.
MOVE 16 TO RETURN-CODE.
CLOSE SUMMAST-FILE.
CLOSE PRINT-FILE.
PERFORM 2800-WRITE-RUN-HISTORY.
STOP RUN.
*> 1.初期処理（期間・会計年度・繰越残高・明細アーカイブ・GL登録簿の読込、要約マスタと帳票のオープン）
1000-INITIALIZE.
PERFORM 1050-LOAD-PERIOD-CONTROL.
PERFORM 1300-LOAD-FISCAL-CALENDAR.
PERFORM 1100-LOAD-BALANCE-FORWARD.
PERFORM 1200-LOAD-DETAIL-ARCHIVE.
PERFORM 1400-LOAD-GL-REGISTER.
OPEN INPUT SUMMAST-FILE.
IF WK-SUMMAST-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_AUD: CANNOT OPEN SUMMARY MASTER summast.dat"
" STATUS=" WK-SUMMAST-FILE-STATUS
MOVE 16 TO RETURN-CODE
PERFORM 2800-WRITE-RUN-HISTORY
STOP RUN
END-IF.
OPEN OUTPUT PRINT-FILE.
ACCEPT WK-RUN-DATE-8 FROM DATE YYYYMMDD.
STRING WK-RUN-YYYY DELIMITED BY SIZE
"-" DELIMITED BY SIZE
WK-RUN-MM DELIMITED BY SIZE
"-" DELIMITED BY SIZE
WK-RUN-DD DELIMITED BY SIZE
INTO WK-RUN-DATE-DISPLAY.
MOVE WK-RUN-DATE-DISPLAY TO HDG-1-DATE.
MOVE WK-OPEN-YEAR TO HDG-1-YEAR.
MOVE WK-OPEN-MONTH TO HDG-1-MONTH.
WRITE PRINT-REC FROM HDG-1
IF WK-PRINT-FILE-STATUS NOT = "00"
PERFORM 0400-ABEND-PRINT-WRITE
END-IF
MOVE SPACES TO PRINT-REC.
WRITE PRINT-REC
IF WK-PRINT-FILE-STATUS NOT = "00"
PERFORM 0400-ABEND-PRINT-WRITE
END-IF
WRITE PRINT-REC FROM HDG-2
IF WK-PRINT-FILE-STATUS NOT = "00"
PERFORM 0400-ABEND-PRINT-WRITE
END-IF
PERFORM 1500-READ-SUMMAST.
*> 1.会計期間管理読込処理（PERIOD-FILEからオープン中の年/月を取得）
1050-LOAD-PERIOD-CONTROL.
OPEN INPUT PERIOD-FILE.
IF WK-PERIOD-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_AUD: CANNOT OPEN PERIOD CONTROL periodctl.dat"
" STATUS=" WK-PERIOD-FILE-STATUS
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF.
READ PERIOD-FILE
AT END
DISPLAY "SUM_SAMPLE02_AUD: PERIOD CONTROL periodctl.dat IS EMPTY"
MOVE 16 TO RETURN-CODE
CLOSE PERIOD-FILE
STOP RUN
NOT AT END
MOVE PERIODCT-YEAR TO WK-OPEN-YEAR
MOVE PERIODCT-MONTH TO WK-OPEN-MONTH
END-READ.
CLOSE PERIOD-FILE.
*> 1.年度繰越残高読込処理（BALFWD-FILEを支店/会計年度単位のワーク表へロード、無ければ0件扱い）
1100-LOAD-BALANCE-FORWARD.
MOVE ZERO TO WK-BALFWD-COUNT.
OPEN INPUT BALFWD-FILE.
IF WK-BALFWD-FILE-STATUS = "00"
PERFORM UNTIL WK-BALFWD-FILE-STATUS NOT = "00"
READ BALFWD-FILE
AT END
CONTINUE
NOT AT END
IF WK-BALFWD-COUNT < 200
ADD 1 TO WK-BALFWD-COUNT
MOVE BALFWD-BRANCH TO WK-BALFWD-T-BRANCH(WK-BALFWD-COUNT)
MOVE BALFWD-YEAR TO WK-BALFWD-T-YEAR(WK-BALFWD-COUNT)
MOVE BALFWD-AMOUNT TO WK-BALFWD-T-AMOUNT(WK-BALFWD-COUNT)
ELSE
DISPLAY "SUM_SAMPLE02_AUD: BALANCE-FORWARD TABLE FULL, "
"CANNOT ADD " BALFWD-BRANCH "/" BALFWD-YEAR
MOVE 16 TO RETURN-CODE
CLOSE BALFWD-FILE
STOP RUN
END-IF
END-READ
END-PERFORM
CLOSE BALFWD-FILE
END-IF.
*> 1.年度繰越残高検索処理（WK-BALFWD-KEY-BRANCH/YEARに対応するエントリ位置を求める）
1150-LOOKUP-BALANCE-FORWARD.
MOVE ZERO TO WK-BALFWD-HIT-IDX.
PERFORM VARYING WK-BALFWD-IDX FROM 1 BY 1
UNTIL WK-BALFWD-IDX > WK-BALFWD-COUNT
IF WK-BALFWD-T-BRANCH(WK-BALFWD-IDX) = WK-BALFWD-KEY-BRANCH
AND WK-BALFWD-T-YEAR(WK-BALFWD-IDX) = WK-BALFWD-KEY-YEAR
MOVE WK-BALFWD-IDX TO WK-BALFWD-HIT-IDX
END-IF
END-PERFORM.
*> 1.明細アーカイブ読込処理（DTLARC-FILEを支店/年/月単位に符号付金額を合計してワーク表へロード）
1200-LOAD-DETAIL-ARCHIVE.
MOVE ZERO TO WK-DTL-COUNT.
OPEN INPUT DTLARC-FILE.
IF WK-DTLARC-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_AUD: NO DETAIL ARCHIVE dtlarch.txt STATUS="
WK-DTLARC-FILE-STATUS " -- ALL DETAIL TOTALS TAKEN AS ZERO"
ELSE
PERFORM UNTIL WK-DTLARC-FILE-STATUS NOT = "00"
READ DTLARC-FILE
AT END
CONTINUE
NOT AT END
ADD 1 TO WK-CTL-DTL-READ-COUNT
PERFORM 1250-ADD-DETAIL-ROW
END-READ
END-PERFORM
CLOSE DTLARC-FILE
END-IF.
*> 1.明細合計積上げ処理（同一キーがあれば加算、無ければ表へ追加）
1250-ADD-DETAIL-ROW.
MOVE DTLARC-BRANCH TO WK-EXC-BRANCH.
MOVE DTLARC-YEAR TO WK-EXC-YEAR.
MOVE DTLARC-MONTH TO WK-EXC-MONTH.
PERFORM 1270-LOOKUP-DETAIL-TOTAL.
IF WK-DTL-NOT-FOUND
IF WK-DTL-COUNT >= WK-DTL-MAX
DISPLAY "SUM_SAMPLE02_AUD: DETAIL TOTAL TABLE FULL, CANNOT ADD "
DTLARC-BRANCH "/" DTLARC-YEAR "/" DTLARC-MONTH
MOVE 16 TO RETURN-CODE
CLOSE DTLARC-FILE
STOP RUN
END-IF
ADD 1 TO WK-DTL-COUNT
MOVE WK-DTL-COUNT TO WK-DTL-HIT-IDX
MOVE DTLARC-KEY TO WK-DTL-T-KEY(WK-DTL-HIT-IDX)
MOVE ZERO TO WK-DTL-T-SUJI(WK-DTL-HIT-IDX)
MOVE ZERO TO WK-DTL-T-ROWS(WK-DTL-HIT-IDX)
MOVE "N" TO WK-DTL-T-USED(WK-DTL-HIT-IDX)
END-IF.
ADD DTLARC-SUJI TO WK-DTL-T-SUJI(WK-DTL-HIT-IDX).
ADD 1 TO WK-DTL-T-ROWS(WK-DTL-HIT-IDX).
ADD DTLARC-SUJI TO WK-CTL-DETAIL-TOTAL.
*> 1.明細合計検索処理（WK-EXC-BRANCH/YEAR/MONTHに対応するエントリ位置を求める）
1270-LOOKUP-DETAIL-TOTAL.
MOVE ZERO TO WK-DTL-HIT-IDX.
PERFORM VARYING WK-DTL-IDX FROM 1 BY 1
UNTIL WK-DTL-IDX > WK-DTL-COUNT
IF WK-DTL-T-BRANCH(WK-DTL-IDX) = WK-EXC-BRANCH
AND WK-DTL-T-YEAR(WK-DTL-IDX) = WK-EXC-YEAR
AND WK-DTL-T-MONTH(WK-DTL-IDX) = WK-EXC-MONTH
MOVE WK-DTL-IDX TO WK-DTL-HIT-IDX
END-IF
END-PERFORM.
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
DISPLAY "SUM_SAMPLE02_AUD: FISCAL CALENDAR fiscalcal.dat IS EMPTY"
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
DISPLAY "SUM_SAMPLE02_AUD: FISCAL CALENDAR HAS INVALID START MONTH "
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
DISPLAY "SUM_SAMPLE02_AUD: FISCAL CALENDAR HAS INVALID "
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
*> 1.GL抽出登録簿読込処理（期間ごとに最後に登録された抽出の件数・ハッシュ合計を保持、無ければ0件扱い）
1400-LOAD-GL-REGISTER.
MOVE ZERO TO WK-GLREG-COUNT.
OPEN INPUT GLREG-FILE.
IF WK-GLREG-FILE-STATUS = "00"
PERFORM UNTIL WK-GLREG-FILE-STATUS NOT = "00"
READ GLREG-FILE
AT END
CONTINUE
NOT AT END
PERFORM 1450-STORE-GL-ENTRY
END-READ
END-PERFORM
CLOSE GLREG-FILE
END-IF.
*> 1.GL抽出登録格納処理（同一期間があれば後の登録で置き換え、無ければ表へ追加）
1450-STORE-GL-ENTRY.
MOVE ZERO TO WK-GLREG-HIT-IDX.
PERFORM VARYING WK-GLREG-IDX FROM 1 BY 1
UNTIL WK-GLREG-IDX > WK-GLREG-COUNT
IF WK-GLREG-T-YEAR(WK-GLREG-IDX) = GLREG-YEAR
AND WK-GLREG-T-MONTH(WK-GLREG-IDX) = GLREG-MONTH
MOVE WK-GLREG-IDX TO WK-GLREG-HIT-IDX
END-IF
END-PERFORM.
IF WK-GLREG-NOT-FOUND
IF WK-GLREG-COUNT >= 200
DISPLAY "SUM_SAMPLE02_AUD: GL REGISTER TABLE FULL, CANNOT ADD "
GLREG-YEAR "/" GLREG-MONTH
MOVE 16 TO RETURN-CODE
CLOSE GLREG-FILE
STOP RUN
END-IF
ADD 1 TO WK-GLREG-COUNT
MOVE WK-GLREG-COUNT TO WK-GLREG-HIT-IDX
END-IF.
MOVE GLREG-YEAR TO WK-GLREG-T-YEAR(WK-GLREG-HIT-IDX).
MOVE GLREG-MONTH TO WK-GLREG-T-MONTH(WK-GLREG-HIT-IDX).
MOVE GLREG-DATE TO WK-GLREG-T-DATE(WK-GLREG-HIT-IDX).
MOVE GLREG-DETAIL-COUNT TO WK-GLREG-T-COUNT(WK-GLREG-HIT-IDX).
MOVE GLREG-HASH-SUJI TO WK-GLREG-T-HASH-SUJI(WK-GLREG-HIT-IDX).
MOVE GLREG-HASH-SUJI-ALL TO WK-GLREG-T-HASH-ALL(WK-GLREG-HIT-IDX).
*> 1.SUMMAST-FILE読込処理（キー順に次レコードを読む）
1500-READ-SUMMAST.
READ SUMMAST-FILE NEXT RECORD
AT END
CONTINUE
NOT AT END
ADD 1 TO WK-CTL-KEY-COUNT
END-READ.
*> 2.主処理（要約マスタ1キーごとに明細合計・年度累計を検証し、期間別合計を積み上げる）
*>　※支店＋会計年度が変われば前グループの繰越残高を検証し、新グループの期首残高を求める
2000-MAIN-PROCESS.
MOVE SUMMAST-YEAR TO WK-FISCAL-IN-YEAR.
MOVE SUMMAST-MONTH TO WK-FISCAL-IN-MONTH.
PERFORM 1350-DERIVE-FISCAL-PERIOD.
IF NOT WK-GRP-IS-ACTIVE
OR SUMMAST-BRANCH NOT = WK-GRP-BRANCH
OR WK-FISCAL-YEAR NOT = WK-GRP-FYEAR
PERFORM 2150-CHECK-CLOSING-BALANCE
PERFORM 2100-START-BRANCH-YEAR
END-IF.
ADD SUMMAST-SUJI TO WK-CTL-SUMMAST-TOTAL.
PERFORM 2200-CHECK-DETAIL-ARCHIVE.
PERFORM 2300-CHECK-RUNNING-BALANCE.
PERFORM 2400-ACCUMULATE-PERIOD.
PERFORM 1500-READ-SUMMAST.
*> 2.支店＋会計年度開始処理（前年度の繰越残高を期首残高とし、前年度エントリが無ければ0とする）
2100-START-BRANCH-YEAR.
MOVE "Y" TO WK-GRP-ACTIVE.
MOVE SUMMAST-BRANCH TO WK-GRP-BRANCH.
MOVE WK-FISCAL-YEAR TO WK-GRP-FYEAR.
COMPUTE WK-GRP-PREV-FYEAR-N = WK-FISCAL-YEAR - 1.
MOVE SUMMAST-BRANCH TO WK-BALFWD-KEY-BRANCH.
MOVE WK-GRP-PREV-FYEAR-N TO WK-BALFWD-KEY-YEAR.
PERFORM 1150-LOOKUP-BALANCE-FORWARD.
IF WK-BALFWD-NOT-FOUND
MOVE ZERO TO WK-GRP-OPENING
ELSE
MOVE WK-BALFWD-T-AMOUNT(WK-BALFWD-HIT-IDX) TO WK-GRP-OPENING
END-IF.
MOVE WK-GRP-OPENING TO WK-GRP-RUNNING.
*> 2.繰越残高検証処理（支店＋会計年度の最終月の年度累計が繰越残高ファイルの残高と一致するか）
2150-CHECK-CLOSING-BALANCE.
IF WK-GRP-IS-ACTIVE
MOVE WK-GRP-BRANCH TO WK-BALFWD-KEY-BRANCH
MOVE WK-GRP-FYEAR TO WK-BALFWD-KEY-YEAR
PERFORM 1150-LOOKUP-BALANCE-FORWARD
MOVE WK-GRP-BRANCH TO WK-EXC-BRANCH
MOVE WK-GRP-LAST-YEAR TO WK-EXC-YEAR
MOVE WK-GRP-LAST-MONTH TO WK-EXC-MONTH
MOVE WK-GRP-LAST-SUJI-ALL TO WK-EXC-EXPECTED
IF WK-BALFWD-NOT-FOUND
MOVE "NO BALFWD ENTRY" TO WK-EXC-CHECK
MOVE ZERO TO WK-EXC-ACTUAL
PERFORM 2700-WRITE-EXCEPTION
ADD 1 TO WK-CTL-BALANCE-EXC
ELSE
IF WK-BALFWD-T-AMOUNT(WK-BALFWD-HIT-IDX) NOT = WK-GRP-LAST-SUJI-ALL
MOVE "BALFWD CLOSING" TO WK-EXC-CHECK
MOVE WK-BALFWD-T-AMOUNT(WK-BALFWD-HIT-IDX) TO WK-EXC-ACTUAL
PERFORM 2700-WRITE-EXCEPTION
ADD 1 TO WK-CTL-BALANCE-EXC
END-IF
END-IF
END-IF.
*> 2.明細合計検証処理（SUMMAST-SUJIが明細アーカイブの符号付金額合計と一致するか）
2200-CHECK-DETAIL-ARCHIVE.
MOVE SUMMAST-BRANCH TO WK-EXC-BRANCH.
MOVE SUMMAST-YEAR TO WK-EXC-YEAR.
MOVE SUMMAST-MONTH TO WK-EXC-MONTH.
PERFORM 1270-LOOKUP-DETAIL-TOTAL.
IF WK-DTL-NOT-FOUND
MOVE ZERO TO WK-EXC-EXPECTED
ELSE
MOVE "Y" TO WK-DTL-T-USED(WK-DTL-HIT-IDX)
MOVE WK-DTL-T-SUJI(WK-DTL-HIT-IDX) TO WK-EXC-EXPECTED
END-IF.
IF SUMMAST-SUJI NOT = WK-EXC-EXPECTED
IF WK-DTL-NOT-FOUND
MOVE "NO ARCHIVED DETAIL" TO WK-EXC-CHECK
ELSE
MOVE "DETAIL TOTAL" TO WK-EXC-CHECK
END-IF
MOVE SUMMAST-SUJI TO WK-EXC-ACTUAL
PERFORM 2700-WRITE-EXCEPTION
ADD 1 TO WK-CTL-DETAIL-EXC
END-IF.
*> 2.年度累計検証処理（SUMMAST-SUJI-ALLが期首残高＋当年度の月次金額の積上げと一致するか）
2300-CHECK-RUNNING-BALANCE.
ADD SUMMAST-SUJI TO WK-GRP-RUNNING.
IF SUMMAST-SUJI-ALL NOT = WK-GRP-RUNNING
MOVE SUMMAST-BRANCH TO WK-EXC-BRANCH
MOVE SUMMAST-YEAR TO WK-EXC-YEAR
MOVE SUMMAST-MONTH TO WK-EXC-MONTH
MOVE "RUNNING BALANCE" TO WK-EXC-CHECK
MOVE WK-GRP-RUNNING TO WK-EXC-EXPECTED
MOVE SUMMAST-SUJI-ALL TO WK-EXC-ACTUAL
PERFORM 2700-WRITE-EXCEPTION
ADD 1 TO WK-CTL-BALANCE-EXC
END-IF.
MOVE SUMMAST-YEAR TO WK-GRP-LAST-YEAR.
MOVE SUMMAST-MONTH TO WK-GRP-LAST-MONTH.
MOVE SUMMAST-SUJI-ALL TO WK-GRP-LAST-SUJI-ALL.
*> 2.期間別合計積上げ処理（年/月単位に件数・月次金額・年度累計を積み上げる）
2400-ACCUMULATE-PERIOD.
MOVE ZERO TO WK-PRD-HIT-IDX.
PERFORM VARYING WK-PRD-IDX FROM 1 BY 1
UNTIL WK-PRD-IDX > WK-PRD-COUNT
IF WK-PRD-T-YEAR(WK-PRD-IDX) = SUMMAST-YEAR
AND WK-PRD-T-MONTH(WK-PRD-IDX) = SUMMAST-MONTH
MOVE WK-PRD-IDX TO WK-PRD-HIT-IDX
END-IF
END-PERFORM.
IF WK-PRD-NOT-FOUND
IF WK-PRD-COUNT >= 200
DISPLAY "SUM_SAMPLE02_AUD: PERIOD TOTAL TABLE FULL, CANNOT ADD "
SUMMAST-YEAR "/" SUMMAST-MONTH
MOVE 16 TO RETURN-CODE
CLOSE SUMMAST-FILE
CLOSE PRINT-FILE
PERFORM 2800-WRITE-RUN-HISTORY
STOP RUN
END-IF
ADD 1 TO WK-PRD-COUNT
MOVE WK-PRD-COUNT TO WK-PRD-HIT-IDX
MOVE SUMMAST-YEAR TO WK-PRD-T-YEAR(WK-PRD-HIT-IDX)
MOVE SUMMAST-MONTH TO WK-PRD-T-MONTH(WK-PRD-HIT-IDX)
MOVE ZERO TO WK-PRD-T-COUNT(WK-PRD-HIT-IDX)
MOVE ZERO TO WK-PRD-T-SUJI(WK-PRD-HIT-IDX)
MOVE ZERO TO WK-PRD-T-SUJI-ALL(WK-PRD-HIT-IDX)
END-IF.
ADD 1 TO WK-PRD-T-COUNT(WK-PRD-HIT-IDX).
ADD SUMMAST-SUJI TO WK-PRD-T-SUJI(WK-PRD-HIT-IDX).
ADD SUMMAST-SUJI-ALL TO WK-PRD-T-SUJI-ALL(WK-PRD-HIT-IDX).
*> 2.要約未計上明細検証処理（要約マスタに無いキーの明細が残っていれば例外とする、取消済で合計0は対象外）
2500-CHECK-UNPOSTED-DETAIL.
PERFORM VARYING WK-DTL-IDX FROM 1 BY 1
UNTIL WK-DTL-IDX > WK-DTL-COUNT
IF NOT WK-DTL-T-IS-USED(WK-DTL-IDX)
AND WK-DTL-T-SUJI(WK-DTL-IDX) NOT = ZERO
MOVE WK-DTL-T-BRANCH(WK-DTL-IDX) TO WK-EXC-BRANCH
MOVE WK-DTL-T-YEAR(WK-DTL-IDX) TO WK-EXC-YEAR
MOVE WK-DTL-T-MONTH(WK-DTL-IDX) TO WK-EXC-MONTH
MOVE "NO SUMMARY RECORD" TO WK-EXC-CHECK
MOVE WK-DTL-T-SUJI(WK-DTL-IDX) TO WK-EXC-EXPECTED
MOVE ZERO TO WK-EXC-ACTUAL
PERFORM 2700-WRITE-EXCEPTION
ADD 1 TO WK-CTL-DETAIL-EXC
END-IF
END-PERFORM.
*> 2.GL抽出登録簿検証処理（期間ごとに最新の抽出件数・ハッシュ合計が要約マスタの期間合計と一致するか）
*>　※登録の無い期間はオープン中の期間のみ例外とする（GL抽出導入前の期間は対象外）
2600-CHECK-GL-REGISTER.
PERFORM VARYING WK-PRD-IDX FROM 1 BY 1
UNTIL WK-PRD-IDX > WK-PRD-COUNT
PERFORM 2650-CHECK-ONE-PERIOD
END-PERFORM.
*> 2.GL抽出登録単期間検証処理
2650-CHECK-ONE-PERIOD.
MOVE ZERO TO WK-GLREG-HIT-IDX.
PERFORM VARYING WK-GLREG-IDX FROM 1 BY 1
UNTIL WK-GLREG-IDX > WK-GLREG-COUNT
IF WK-GLREG-T-YEAR(WK-GLREG-IDX) = WK-PRD-T-YEAR(WK-PRD-IDX)
AND WK-GLREG-T-MONTH(WK-GLREG-IDX) = WK-PRD-T-MONTH(WK-PRD-IDX)
MOVE WK-GLREG-IDX TO WK-GLREG-HIT-IDX
END-IF
END-PERFORM.
MOVE "ALL" TO WK-EXC-BRANCH.
MOVE WK-PRD-T-YEAR(WK-PRD-IDX) TO WK-EXC-YEAR.
MOVE WK-PRD-T-MONTH(WK-PRD-IDX) TO WK-EXC-MONTH.
IF WK-GLREG-NOT-FOUND
IF WK-PRD-T-YEAR(WK-PRD-IDX) = WK-OPEN-YEAR
AND WK-PRD-T-MONTH(WK-PRD-IDX) = WK-OPEN-MONTH
MOVE "NO GL EXTRACT" TO WK-EXC-CHECK
MOVE WK-PRD-T-SUJI(WK-PRD-IDX) TO WK-EXC-EXPECTED
MOVE ZERO TO WK-EXC-ACTUAL
PERFORM 2700-WRITE-EXCEPTION
ADD 1 TO WK-CTL-GL-EXC
END-IF
ELSE
ADD 1 TO WK-CTL-PERIOD-CHECKED
IF WK-GLREG-T-COUNT(WK-GLREG-HIT-IDX) NOT = WK-PRD-T-COUNT(WK-PRD-IDX)
MOVE "GL DETAIL COUNT" TO WK-EXC-CHECK
MOVE WK-PRD-T-COUNT(WK-PRD-IDX) TO WK-EXC-EXPECTED
MOVE WK-GLREG-T-COUNT(WK-GLREG-HIT-IDX) TO WK-EXC-ACTUAL
PERFORM 2700-WRITE-EXCEPTION
ADD 1 TO WK-CTL-GL-EXC
END-IF
IF WK-GLREG-T-HASH-SUJI(WK-GLREG-HIT-IDX)
NOT = WK-PRD-T-SUJI(WK-PRD-IDX)
MOVE "GL HASH SUJI" TO WK-EXC-CHECK
MOVE WK-PRD-T-SUJI(WK-PRD-IDX) TO WK-EXC-EXPECTED
MOVE WK-GLREG-T-HASH-SUJI(WK-GLREG-HIT-IDX) TO WK-EXC-ACTUAL
PERFORM 2700-WRITE-EXCEPTION
ADD 1 TO WK-CTL-GL-EXC
END-IF
IF WK-GLREG-T-HASH-ALL(WK-GLREG-HIT-IDX)
NOT = WK-PRD-T-SUJI-ALL(WK-PRD-IDX)
MOVE "GL HASH SUJI-ALL" TO WK-EXC-CHECK
MOVE WK-PRD-T-SUJI-ALL(WK-PRD-IDX) TO WK-EXC-EXPECTED
MOVE WK-GLREG-T-HASH-ALL(WK-GLREG-HIT-IDX) TO WK-EXC-ACTUAL
PERFORM 2700-WRITE-EXCEPTION
ADD 1 TO WK-CTL-GL-EXC
END-IF
END-IF.
*> 2.不一致明細出力処理（キー・検証項目・期待値・実際値・差額を印字）
2700-WRITE-EXCEPTION.
MOVE WK-EXC-BRANCH TO DTL-BRANCH.
MOVE WK-EXC-YEAR TO DTL-YEAR.
MOVE WK-EXC-MONTH TO DTL-MONTH.
MOVE WK-EXC-CHECK TO DTL-CHECK.
MOVE WK-EXC-EXPECTED TO DTL-EXPECTED.
MOVE WK-EXC-ACTUAL TO DTL-ACTUAL.
COMPUTE DTL-DIFF = WK-EXC-ACTUAL - WK-EXC-EXPECTED.
WRITE PRINT-REC FROM DTL-LINE
IF WK-PRINT-FILE-STATUS NOT = "00"
PERFORM 0400-ABEND-PRINT-WRITE
END-IF
ADD 1 TO WK-CTL-EXC-COUNT.
*> 2.実行履歴出力処理（監査件数・例外件数・金額合計・操作者をRUNHIST-FILEへ追記）
2800-WRITE-RUN-HISTORY.
OPEN EXTEND RUNHIST-FILE.
IF WK-RUNHIST-FILE-STATUS NOT = "00"
OPEN OUTPUT RUNHIST-FILE
END-IF.
IF WK-RUNHIST-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_AUD: CANNOT OPEN runhist.dat STATUS="
WK-RUNHIST-FILE-STATUS
ELSE
INITIALIZE RUNHIST-REC
ACCEPT WK-RUN-DATE-8 FROM DATE YYYYMMDD
ACCEPT WK-RUNHIST-TIME FROM TIME
MOVE WK-RUN-DATE-8 TO RUNHIST-DATE
MOVE WK-RUNHIST-TIME(1:6) TO RUNHIST-TIME
MOVE "SUM_SAMPLE02_AUD" TO RUNHIST-PROGRAM
MOVE "NORMAL" TO RUNHIST-START-MODE
MOVE "summast.dat" TO RUNHIST-IN01-FILENAME
MOVE "auditrpt.txt" TO RUNHIST-OUT01-FILENAME
MOVE WK-CTL-KEY-COUNT TO RUNHIST-CTL-IN-COUNT
MOVE WK-CTL-EXC-COUNT TO RUNHIST-CTL-REJECT-COUNT
MOVE WK-CTL-SUMMAST-TOTAL TO RUNHIST-CTL-IN-SUJI-TOTAL
MOVE WK-CTL-DTL-READ-COUNT TO RUNHIST-CTL-OUT-COUNT
MOVE WK-CTL-DETAIL-TOTAL TO RUNHIST-CTL-OUT-SUJI-TOTAL
MOVE RETURN-CODE TO RUNHIST-RETURN-CODE
DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME
ACCEPT RUNHIST-OPERATOR FROM ENVIRONMENT-VALUE
WRITE RUNHIST-REC
CLOSE RUNHIST-FILE
END-IF.
*> 3.終了処理（件数行の印字、ファイルクローズ、件数報告、例外があれば復帰コード8）
3000-TERMINATE.
MOVE SPACES TO PRINT-REC.
WRITE PRINT-REC
IF WK-PRINT-FILE-STATUS NOT = "00"
PERFORM 0400-ABEND-PRINT-WRITE
END-IF
IF WK-CTL-EXC-COUNT = ZERO
MOVE "NO EXCEPTIONS -- ALL KEYS IN BALANCE" TO PRINT-REC
WRITE PRINT-REC
IF WK-PRINT-FILE-STATUS NOT = "00"
PERFORM 0400-ABEND-PRINT-WRITE
END-IF
END-IF.
MOVE "SUMMARY KEYS AUDITED" TO SUM-LABEL.
MOVE WK-CTL-KEY-COUNT TO SUM-COUNT.
PERFORM 3100-WRITE-SUMMARY-LINE.
MOVE "GL PERIODS CHECKED" TO SUM-LABEL.
MOVE WK-CTL-PERIOD-CHECKED TO SUM-COUNT.
PERFORM 3100-WRITE-SUMMARY-LINE.
MOVE "DETAIL ARCHIVE EXCEPTIONS" TO SUM-LABEL.
MOVE WK-CTL-DETAIL-EXC TO SUM-COUNT.
PERFORM 3100-WRITE-SUMMARY-LINE.
MOVE "BALANCE EXCEPTIONS" TO SUM-LABEL.
MOVE WK-CTL-BALANCE-EXC TO SUM-COUNT.
PERFORM 3100-WRITE-SUMMARY-LINE.
MOVE "GL REGISTER EXCEPTIONS" TO SUM-LABEL.
MOVE WK-CTL-GL-EXC TO SUM-COUNT.
PERFORM 3100-WRITE-SUMMARY-LINE.
CLOSE SUMMAST-FILE.
CLOSE PRINT-FILE.
DISPLAY "SUM_SAMPLE02_AUD: SUMMARY KEYS AUDITED      = "
WK-CTL-KEY-COUNT.
DISPLAY "SUM_SAMPLE02_AUD: ARCHIVED DETAILS READ     = "
WK-CTL-DTL-READ-COUNT.
DISPLAY "SUM_SAMPLE02_AUD: GL PERIODS CHECKED        = "
WK-CTL-PERIOD-CHECKED.
DISPLAY "SUM_SAMPLE02_AUD: OUT-OF-BALANCE EXCEPTIONS = "
WK-CTL-EXC-COUNT.
IF WK-CTL-EXC-COUNT NOT = ZERO
DISPLAY "SUM_SAMPLE02_AUD: *** FILES OUT OF BALANCE, SEE auditrpt.txt ***"
MOVE 8 TO RETURN-CODE
END-IF.
PERFORM 2800-WRITE-RUN-HISTORY.
*> 3.件数行出力処理
3100-WRITE-SUMMARY-LINE.
WRITE PRINT-REC FROM SUM-LINE
IF WK-PRINT-FILE-STATUS NOT = "00"
PERFORM 0400-ABEND-PRINT-WRITE
END-IF.
END PROGRAM SUM_SAMPLE02_AUD.
