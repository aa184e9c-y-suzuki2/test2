ASSIGN TO "runhist.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-RUNHIST-FILE-STATUS.
SELECT FISCAL-FILE
ASSIGN TO "fiscalcal.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-FISCAL-FILE-STATUS.
SELECT SUMMAST-FILE
ASSIGN TO "summast.dat"
ORGANIZATION IS INDEXED
ACCESS MODE IS DYNAMIC
RECORD KEY IS SUMMAST-KEY
FILE STATUS IS WK-SUMMAST-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD OUT01-FILE.
COPY BRMSTREC.
FD RUNHIST-FILE.
COPY RUNHIST.
FD FISCAL-FILE.
COPY FISCALCL.
FD SUMMAST-FILE.
COPY SUMMAST.
WORKING-STORAGE SECTION.
01 IN-FILE-STATUS PIC XX.
01 WK-PRINT-FILE-STATUS PIC XX.
01 WK-BRMST-FILE-STATUS PIC XX.
01 WK-RUNHIST-FILE-STATUS PIC XX.
01 WK-FISCAL-FILE-STATUS PIC XX.
01 WK-SUMMAST-FILE-STATUS PIC XX.
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
*> 四半期・半期小計用ワーク（直前明細の会計年度と、要約マスタから積み上げた当該支店・会計年度の期別金額）
01 WK-SUBTOTAL-AREA.
03 WK-PREV-FYEAR PIC 9(04) VALUE ZERO.
03 WK-SUMMAST-OPENED PIC X VALUE "N".
88 WK-SUMMAST-IS-OPENED VALUE "Y".
03 WK-FYB-SCAN-DONE PIC X VALUE "N".
88 WK-FYB-SCAN-IS-DONE VALUE "Y".
03 WK-FYB-YEAR PIC 9(04).
03 WK-FYB-MONTH PIC 9(02).
03 WK-FYB-FYEAR PIC 9(04).
03 WK-FYB-QUARTER PIC 9(01).
03 WK-FYB-HALF PIC 9(01).
03 WK-FYB-I PIC 9(01).
03 WK-FYB-BUCKETS.
05 WK-FYB-QTR OCCURS 4 TIMES.
07 WK-FYB-QTR-HIT PIC X(01).
07 WK-FYB-QTR-SUJI PIC S9(09).
07 WK-FYB-QTR-SUJI-ALL PIC S9(07).
05 WK-FYB-HALF-ENTRY OCCURS 2 TIMES.
07 WK-FYB-HALF-HIT PIC X(01).
07 WK-FYB-HALF-SUJI PIC S9(09).
07 WK-FYB-HALF-SUJI-ALL PIC S9(07).
*> 実行履歴記録用ワーク（実行日時・入出力件数）
01 WK-RUNHIST-AREA.
03 WK-RUNHIST-TIME PIC 9(08).
01 WK-LINE-COUNT PIC 9(04) VALUE ZERO.
01 WK-LINES-PER-PAGE PIC 9(04) VALUE 60.
01 WK-PREV-BRANCH PIC X(03) VALUE SPACES.
01 WK-FIRST-RECORD PIC X VALUE "Y".
88 WK-IS-FIRST-RECORD VALUE "Y".
01 WK-RUN-DATE-8.
03 DTL-SUJI PIC -------9.
03 FILLER PIC X(08) VALUE SPACES.
03 DTL-SUJI-ALL PIC -------9.
01 SUB-LINE.
03 FILLER PIC X(07) VALUE SPACES.
03 SUB-LABEL PIC X(36).
03 SUB-SUJI PIC ---------9.
03 FILLER PIC X(08) VALUE SPACES.
03 SUB-SUJI-ALL PIC -------9.
PROCEDURE DIVISION.
0000-MAIN.
PERFORM 0050-RESOLVE-FILE-PARMS.
MOVE 16 TO RETURN-CODE.
CLOSE OUT01-FILE.
CLOSE PRINT-FILE.
IF WK-SUMMAST-IS-OPENED
CLOSE SUMMAST-FILE
END-IF.
STOP RUN.
*> 1.初期処理（ファイルオープン、実行日付取得、先頭レコード読込）
1000-INITIALIZE.
PERFORM 1100-LOAD-BRANCH-MASTER.
PERFORM 1300-LOAD-FISCAL-CALENDAR.
PERFORM 1400-OPEN-SUMMARY-MASTER.
OPEN INPUT OUT01-FILE.
OPEN OUTPUT PRINT-FILE.
ACCEPT WK-RUN-DATE-8 FROM DATE YYYYMMDD.
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
DISPLAY "SUM_SAMPLE02_RPT: FISCAL CALENDAR fiscalcal.dat IS EMPTY"
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
DISPLAY "SUM_SAMPLE02_RPT: FISCAL CALENDAR HAS INVALID START MONTH "
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
DISPLAY "SUM_SAMPLE02_RPT: FISCAL CALENDAR HAS INVALID "
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
*> 1.要約マスタオープン処理（四半期・半期小計の積上げ元、無ければ小計は0として扱う）
1400-OPEN-SUMMARY-MASTER.
OPEN INPUT SUMMAST-FILE.
IF WK-SUMMAST-FILE-STATUS = "00"
SET WK-SUMMAST-IS-OPENED TO TRUE
ELSE
IF WK-SUMMAST-FILE-STATUS = "35"
DISPLAY "SUM_SAMPLE02_RPT: summast.dat NOT FOUND, "
"QUARTER/HALF SUBTOTALS ARE ZERO"
ELSE
DISPLAY "SUM_SAMPLE02_RPT: CANNOT OPEN SUMMARY MASTER summast.dat"
" STATUS=" WK-SUMMAST-FILE-STATUS
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF
END-IF.
*> 1.OUT01-FILE読込処理
1500-READ-OUT01.
READ OUT01-FILE
NOT AT END
ADD 1 TO WK-CTL-IN-COUNT
END-READ.
*> 2.主処理（四半期・半期小計判定、見出し改ページ判定、明細印刷）
*>　※支店または会計年度が変われば直前の支店・会計年度の四半期・半期小計を出して改ページする
2000-MAIN-PROCESS.
MOVE OUT01-YEAR TO WK-FISCAL-IN-YEAR.
MOVE OUT01-MONTH TO WK-FISCAL-IN-MONTH.
PERFORM 1350-DERIVE-FISCAL-PERIOD.
IF WK-IS-FIRST-RECORD
PERFORM 2500-NEW-PAGE
MOVE "N" TO WK-FIRST-RECORD
ELSE
IF OUT01-BRANCH NOT = WK-PREV-BRANCH
OR WK-FISCAL-YEAR NOT = WK-PREV-FYEAR
PERFORM 2700-WRITE-PERIOD-SUBTOTALS
PERFORM 2500-NEW-PAGE
ELSE
IF WK-LINE-COUNT >= WK-LINES-PER-PAGE
PERFORM 2500-NEW-PAGE
END-IF
END-IF
END-IF
PERFORM 2600-WRITE-DETAIL
MOVE OUT01-BRANCH TO WK-PREV-BRANCH
MOVE WK-FISCAL-YEAR TO WK-PREV-FYEAR
PERFORM 1500-READ-OUT01.
*> 2.改ページ処理（フォームフィード＋見出し出力）
2500-NEW-PAGE.
END-IF
ADD 1 TO WK-LINE-COUNT.
ADD 1 TO WK-CTL-OUT-COUNT.
*> 2.会計年度期別金額積上げ処理（要約マスタを直前支店の会計年度期首月から読み、四半期・半期別に積み上げる）
*>　※各期の年度累計はその期の最終計上月の要約レコードの値とする
2650-LOAD-FISCAL-BUCKETS.
INITIALIZE WK-FYB-BUCKETS.
IF WK-SUMMAST-IS-OPENED
MOVE "N" TO WK-FYB-SCAN-DONE
MOVE WK-PREV-BRANCH TO SUMMAST-BRANCH
MOVE WK-PREV-FYEAR TO SUMMAST-YEAR
MOVE WK-FISCAL-START-MONTH TO SUMMAST-MONTH
START SUMMAST-FILE KEY NOT < SUMMAST-KEY
INVALID KEY
SET WK-FYB-SCAN-IS-DONE TO TRUE
END-START
PERFORM 2660-ADD-FISCAL-BUCKET
UNTIL WK-FYB-SCAN-IS-DONE
END-IF.
*> 2.会計年度期別金額積上げ単件処理（次レコードを読み同一支店・同一会計年度なら該当の四半期・半期へ加算）
2660-ADD-FISCAL-BUCKET.
READ SUMMAST-FILE NEXT RECORD
AT END
SET WK-FYB-SCAN-IS-DONE TO TRUE
NOT AT END
IF SUMMAST-BRANCH NOT = WK-PREV-BRANCH
OR SUMMAST-YEAR NOT NUMERIC OR SUMMAST-MONTH NOT NUMERIC
SET WK-FYB-SCAN-IS-DONE TO TRUE
ELSE
MOVE SUMMAST-YEAR TO WK-FYB-YEAR
MOVE SUMMAST-MONTH TO WK-FYB-MONTH
IF WK-FYB-MONTH >= WK-FISCAL-START-MONTH
MOVE WK-FYB-YEAR TO WK-FYB-FYEAR
ELSE
COMPUTE WK-FYB-FYEAR = WK-FYB-YEAR - 1
END-IF
IF WK-FYB-FYEAR NOT = WK-PREV-FYEAR
OR WK-FYB-MONTH < 1 OR WK-FYB-MONTH > 12
SET WK-FYB-SCAN-IS-DONE TO TRUE
ELSE
MOVE WK-FISCAL-T-QUARTER(WK-FYB-MONTH) TO WK-FYB-QUARTER
MOVE WK-FISCAL-T-HALF(WK-FYB-MONTH) TO WK-FYB-HALF
MOVE "Y" TO WK-FYB-QTR-HIT(WK-FYB-QUARTER)
ADD SUMMAST-SUJI TO WK-FYB-QTR-SUJI(WK-FYB-QUARTER)
MOVE SUMMAST-SUJI-ALL TO WK-FYB-QTR-SUJI-ALL(WK-FYB-QUARTER)
MOVE "Y" TO WK-FYB-HALF-HIT(WK-FYB-HALF)
ADD SUMMAST-SUJI TO WK-FYB-HALF-SUJI(WK-FYB-HALF)
MOVE SUMMAST-SUJI-ALL TO WK-FYB-HALF-SUJI-ALL(WK-FYB-HALF)
END-IF
END-IF
END-READ.
*> 2.四半期・半期小計出力処理（直前支店・会計年度の計上済み期のみ、Q1・Q2・上期・Q3・Q4・下期の順に印字）
2700-WRITE-PERIOD-SUBTOTALS.
PERFORM 2650-LOAD-FISCAL-BUCKETS.
PERFORM VARYING WK-FYB-I FROM 1 BY 1 UNTIL WK-FYB-I > 4
IF WK-FYB-QTR-HIT(WK-FYB-I) = "Y"
PERFORM 2720-WRITE-QUARTER-SUBTOTAL
END-IF
IF WK-FYB-I = 2 OR WK-FYB-I = 4
DIVIDE WK-FYB-I BY 2 GIVING WK-FYB-HALF
IF WK-FYB-HALF-HIT(WK-FYB-HALF) = "Y"
PERFORM 2750-WRITE-HALF-SUBTOTAL
END-IF
END-IF
END-PERFORM.
*> 2.四半期小計出力処理（会計年度・四半期ごとの月次合計と四半期末時点の年度累計）
2720-WRITE-QUARTER-SUBTOTAL.
MOVE SPACES TO SUB-LABEL.
STRING "** FY" DELIMITED BY SIZE
WK-PREV-FYEAR DELIMITED BY SIZE
" Q" DELIMITED BY SIZE
WK-FYB-I DELIMITED BY SIZE
" SUBTOTAL" DELIMITED BY SIZE
INTO SUB-LABEL.
MOVE WK-FYB-QTR-SUJI(WK-FYB-I) TO SUB-SUJI.
MOVE WK-FYB-QTR-SUJI-ALL(WK-FYB-I) TO SUB-SUJI-ALL.
WRITE PRINT-REC FROM SUB-LINE
IF WK-PRINT-FILE-STATUS NOT = "00"
PERFORM 0400-ABEND-PRINT-WRITE
END-IF
ADD 1 TO WK-LINE-COUNT.
*> 2.半期小計出力処理（会計年度・半期ごとの月次合計と半期末時点の年度累計）
2750-WRITE-HALF-SUBTOTAL.
MOVE SPACES TO SUB-LABEL.
STRING "** FY" DELIMITED BY SIZE
WK-PREV-FYEAR DELIMITED BY SIZE
" H" DELIMITED BY SIZE
WK-FYB-HALF DELIMITED BY SIZE
" SUBTOTAL" DELIMITED BY SIZE
INTO SUB-LABEL.
MOVE WK-FYB-HALF-SUJI(WK-FYB-HALF) TO SUB-SUJI.
MOVE WK-FYB-HALF-SUJI-ALL(WK-FYB-HALF) TO SUB-SUJI-ALL.
WRITE PRINT-REC FROM SUB-LINE
IF WK-PRINT-FILE-STATUS NOT = "00"
PERFORM 0400-ABEND-PRINT-WRITE
END-IF
ADD 1 TO WK-LINE-COUNT.
*> 2.実行履歴出力処理（実行日時・入出力件数・操作者をRUNHIST-FILEへ追記）
2800-WRITE-RUN-HISTORY.
OPEN EXTEND RUNHIST-FILE.
IF WK-RUNHIST-FILE-STATUS NOT = "00"
MOVE WK-CTL-IN-COUNT TO RUNHIST-CTL-IN-COUNT
MOVE WK-CTL-OUT-COUNT TO RUNHIST-CTL-OUT-COUNT
MOVE RETURN-CODE TO RUNHIST-RETURN-CODE
DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME
ACCEPT RUNHIST-OPERATOR FROM ENVIRONMENT-VALUE
WRITE RUNHIST-REC
CLOSE RUNHIST-FILE
END-IF.
*> 3.終了処理（最終支店の四半期・半期小計出力、ファイルクローズ）
3000-TERMINATE.
IF NOT WK-IS-FIRST-RECORD
PERFORM 2700-WRITE-PERIOD-SUBTOTALS
END-IF.
CLOSE OUT01-FILE.
CLOSE PRINT-FILE.
IF WK-SUMMAST-IS-OPENED
CLOSE SUMMAST-FILE
END-IF.
PERFORM 2800-WRITE-RUN-HISTORY.
END PROGRAM SUM_SAMPLE02_RPT.
