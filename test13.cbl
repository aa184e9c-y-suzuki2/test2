ASSIGN TO "balfwd.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-BALFWD-FILE-STATUS.
SELECT FISCAL-FILE
ASSIGN TO "fiscalcal.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-FISCAL-FILE-STATUS.
SELECT SUMMAST-FILE
ASSIGN TO "summast.dat"
ORGANIZATION IS INDEXED
03 BALFWD-BRANCH PIC X(03).
03 BALFWD-YEAR PIC X(04).
03 BALFWD-AMOUNT PIC S9(07) SIGN LEADING SEPARATE.
FD FISCAL-FILE.
COPY FISCALCL.
FD SUMMAST-FILE.
COPY SUMMAST.
WORKING-STORAGE SECTION.
01 WK-STMT-FILE-STATUS PIC XX.
01 WK-BRMST-FILE-STATUS PIC XX.
01 WK-BALFWD-FILE-STATUS PIC XX.
01 WK-FISCAL-FILE-STATUS PIC XX.
01 WK-SUMMAST-FILE-STATUS PIC XX.
*> ファイル名パラメータ化用ワーク（環境変数で入力ファイル名を差し替え可能にする）
01 WK-FILE-PARM-AREA.
03 WK-OUT01-FILENAME PIC X(100) VALUE "out01.txt".
03 WK-ENV-TEMP PIC X(100).
03 WK-STMT-FILENAME PIC X(100).
*> キーブレイク用ワーク（支店・会計年度の変わり目で明細書・年度見出しを切り替える）
01 WK-BREAK-AREA.
03 WK-PREV-BRANCH PIC X(03) VALUE SPACES.
03 WK-PREV-YEAR PIC X(04) VALUE SPACES.
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
03 WK-STMT-OPEN PIC X VALUE "N".
88 WK-STMT-IS-OPEN VALUE "Y".
01 WK-RUN-DATE-8.
05 WK-BRMST-T-BRANCH PIC X(03).
05 WK-BRMST-T-NAME PIC X(20).
05 WK-BRMST-T-STATUS PIC X(01).
*> 年度繰越残高（支店＋会計年度単位）用ワーク
01 WK-BALFWD-AREA.
03 WK-BALFWD-COUNT PIC 9(04) VALUE ZERO.
03 WK-BALFWD-FOUND PIC X VALUE "N".
05 WK-BALFWD-T-BRANCH PIC X(03).
05 WK-BALFWD-T-YEAR PIC X(04).
05 WK-BALFWD-T-AMOUNT PIC S9(07).
*> 期首残高導出用ワーク（要約マスタの期首月から期首残高を求める）
01 WK-OPEN-AREA.
03 WK-SUMMAST-AVAIL PIC X VALUE "N".
88 WK-SUMMAST-IS-AVAIL VALUE "Y".
03 FILLER PIC X(10) VALUE "RUN DATE: ".
03 HDG-2-DATE PIC X(10).
01 HDG-3.
03 FILLER PIC X(12) VALUE "FISCAL YEAR ".
03 HDG-3-YEAR PIC X(04).
01 OPN-LINE.
03 FILLER PIC X(18) VALUE "  OPENING BALANCE".
CLOSE OUT01-FILE.
CLOSE STMT-FILE.
STOP RUN.
*> 1.初期処理（支店マスタ・年度繰越残高・会計年度カレンダー読込、ファイルオープン、先頭レコード読込）
1000-INITIALIZE.
PERFORM 1100-LOAD-BRANCH-MASTER.
PERFORM 1300-LOAD-FISCAL-CALENDAR.
PERFORM 0800-LOAD-BALANCE-FORWARD.
PERFORM 1150-OPEN-SUMMARY-MASTER.
OPEN INPUT OUT01-FILE.
MOVE WK-BRMST-T-NAME(WK-BRMST-IDX) TO WK-BRMST-HIT-NAME
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
DISPLAY "SUM_SAMPLE02_STM: FISCAL CALENDAR fiscalcal.dat IS EMPTY"
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
DISPLAY "SUM_SAMPLE02_STM: FISCAL CALENDAR HAS INVALID START MONTH "
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
DISPLAY "SUM_SAMPLE02_STM: FISCAL CALENDAR HAS INVALID "
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
*> 0.年度繰越残高読込処理（BALFWD-FILEを支店/会計年度単位のワーク表へロード）
0800-LOAD-BALANCE-FORWARD.
MOVE ZERO TO WK-BALFWD-COUNT.
OPEN INPUT BALFWD-FILE.
END-PERFORM
CLOSE BALFWD-FILE
END-IF.
*> 0.年度繰越残高検索処理（支店/会計年度に対応する残高を求める）
*>　※WK-PREV-YEARはOUT01-YEAR/MONTHから導出した会計年度を保持する
0850-LOOKUP-BALANCE-FORWARD.
MOVE "N" TO WK-BALFWD-FOUND.
MOVE ZERO TO WK-BALFWD-HIT-AMOUNT.
TO WK-BALFWD-HIT-AMOUNT
END-IF
END-PERFORM.
*> 0.期首残高導出処理（要約マスタの会計年度最初の月からSUJI-ALL-SUJIで期首残高を求める）
0900-DERIVE-OPENING-BALANCE.
COMPUTE WK-OPENING-BALANCE = OUT01-SUJI-ALL - OUT01-SUJI.
IF WK-SUMMAST-IS-AVAIL
MOVE OUT01-BRANCH TO SUMMAST-BRANCH
MOVE WK-PREV-YEAR TO SUMMAST-YEAR
MOVE WK-FISCAL-START-MONTH TO SUMMAST-MONTH
START SUMMAST-FILE KEY NOT < SUMMAST-KEY
INVALID KEY
CONTINUE
NOT INVALID KEY
CONTINUE
NOT AT END
IF SUMMAST-BRANCH = OUT01-BRANCH
MOVE SUMMAST-YEAR TO WK-FISCAL-IN-YEAR
MOVE SUMMAST-MONTH TO WK-FISCAL-IN-MONTH
PERFORM 1350-DERIVE-FISCAL-PERIOD
IF WK-FISCAL-YEAR = WK-PREV-YEAR
COMPUTE WK-OPENING-BALANCE
= SUMMAST-SUJI-ALL - SUMMAST-SUJI
END-IF
END-IF
END-READ
END-START
END-IF.
NOT AT END
ADD 1 TO WK-CTL-IN-COUNT
END-READ.
*> 2.主処理（支店ブレイクで明細書切替、会計年度ブレイクで年度見出しと期首残高、明細印刷）
2000-MAIN-PROCESS.
MOVE OUT01-YEAR TO WK-FISCAL-IN-YEAR.
MOVE OUT01-MONTH TO WK-FISCAL-IN-MONTH.
PERFORM 1350-DERIVE-FISCAL-PERIOD.
IF OUT01-BRANCH NOT = WK-PREV-BRANCH
PERFORM 2300-CLOSE-STATEMENT
PERFORM 2400-OPEN-STATEMENT
END-IF.
IF OUT01-BRANCH NOT = WK-PREV-BRANCH
OR WK-FISCAL-YEAR NOT = WK-PREV-YEAR
IF WK-PREV-BRANCH NOT = SPACES
AND OUT01-BRANCH = WK-PREV-BRANCH
PERFORM 2350-WRITE-CARRY-FORWARD
END-IF
MOVE OUT01-BRANCH TO WK-PREV-BRANCH
MOVE WK-FISCAL-YEAR TO WK-PREV-YEAR
PERFORM 2450-WRITE-YEAR-HEADING
END-IF.
PERFORM 2600-WRITE-DETAIL.
IF WK-STMT-FILE-STATUS NOT = "00"
PERFORM 0400-ABEND-STMT-WRITE
END-IF
MOVE WK-PREV-YEAR TO HDG-3-YEAR.
WRITE STMT-REC FROM HDG-3
IF WK-STMT-FILE-STATUS NOT = "00"
PERFORM 0400-ABEND-STMT-WRITE
