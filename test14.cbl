ASSIGN TO "branchmst.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-BRMST-FILE-STATUS.
SELECT FISCAL-FILE
ASSIGN TO "fiscalcal.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-FISCAL-FILE-STATUS.
SELECT SUMMAST-FILE
ASSIGN TO "summast.dat"
ORGANIZATION IS INDEXED
ACCESS MODE IS SEQUENTIAL
RECORD KEY IS SUMMAST-KEY
FILE STATUS IS WK-SUMMAST-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD OUT01-FILE.
01 PRINT-REC PIC X(80).
FD BRMST-FILE.
COPY BRMSTREC.
FD FISCAL-FILE.
COPY FISCALCL.
FD SUMMAST-FILE.
COPY SUMMAST.
WORKING-STORAGE SECTION.
01 IN-FILE-STATUS PIC XX.
01 WK-PRINT-FILE-STATUS PIC XX.
01 WK-BRMST-FILE-STATUS PIC XX.
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
03 WK-RPT-FYEAR PIC 9(04) VALUE ZERO.
01 WK-OUT01-FILENAME PIC X(100) VALUE "out01.txt".
01 WK-ENV-TEMP PIC X(100).
01 WK-RUN-DATE-8.
07 WK-ROLL-T-BRANCH PIC X(03).
05 WK-ROLL-T-SUJI PIC S9(09).
05 WK-ROLL-T-SUJI-ALL PIC S9(07).
05 WK-ROLL-T-ON-OUT01 PIC X(01).
88 WK-ROLL-T-IS-ON-OUT01 VALUE "Y".
05 WK-ROLL-T-QTR-SUJI PIC S9(09) OCCURS 4 TIMES.
05 WK-ROLL-T-HALF-SUJI PIC S9(09) OCCURS 2 TIMES.
03 WK-ROLL-SWAP.
05 WK-ROLL-S-SORT-KEY.
07 WK-ROLL-S-REGION PIC X(03).
07 WK-ROLL-S-BRANCH PIC X(03).
05 WK-ROLL-S-SUJI PIC S9(09).
05 WK-ROLL-S-SUJI-ALL PIC S9(07).
05 WK-ROLL-S-ON-OUT01 PIC X(01).
05 WK-ROLL-S-QTR-SUJI PIC S9(09) OCCURS 4 TIMES.
05 WK-ROLL-S-HALF-SUJI PIC S9(09) OCCURS 2 TIMES.
*> 小計・合計用ワーク
01 WK-TOT-AREA.
03 WK-CURR-REGION PIC X(03) VALUE SPACES.
03 WK-RGN-SUJI-ALL PIC S9(09) VALUE ZERO.
03 WK-CMP-SUJI PIC S9(11) VALUE ZERO.
03 WK-CMP-SUJI-ALL PIC S9(11) VALUE ZERO.
*> 四半期・半期小計用ワーク（当該会計年度分のみ、地域・全社単位）
01 WK-PRD-AREA.
03 WK-PRD-SUMMAST-COUNT PIC 9(08) VALUE ZERO.
03 WK-PRD-I PIC 9(01).
03 WK-PRD-AMT PIC S9(11).
03 WK-PRD-COMPANY PIC X VALUE "N".
88 WK-PRD-IS-COMPANY VALUE "Y".
03 WK-RGN-PRD.
05 WK-RGN-QTR-SUJI PIC S9(11) OCCURS 4 TIMES.
05 WK-RGN-HALF-SUJI PIC S9(11) OCCURS 2 TIMES.
03 WK-CMP-PRD.
05 WK-CMP-QTR-SUJI PIC S9(11) OCCURS 4 TIMES.
05 WK-CMP-HALF-SUJI PIC S9(11) OCCURS 2 TIMES.
03 WK-PRT-PRD.
05 WK-PRT-QTR-SUJI PIC S9(11) OCCURS 4 TIMES.
05 WK-PRT-HALF-SUJI PIC S9(11) OCCURS 2 TIMES.
*> 件数用ワーク
01 WK-CTL-AREA.
03 WK-CTL-IN-COUNT PIC 9(08) VALUE ZERO.
03 CMP-SUJI PIC -----------9.
03 FILLER PIC X(04) VALUE SPACES.
03 CMP-SUJI-ALL PIC -----------9.
01 PRD-LINE.
03 FILLER PIC X(02) VALUE SPACES.
03 PRD-LABEL PIC X(32).
03 PRD-SUJI PIC -----------9.
01 CPRD-LINE.
03 CPRD-LABEL PIC X(36).
03 CPRD-SUJI PIC -----------9.
PROCEDURE DIVISION.
0000-MAIN.
PERFORM 0050-RESOLVE-FILE-PARMS.
PERFORM 1000-INITIALIZE.
PERFORM 2000-MAIN-PROCESS
UNTIL IN-FILE-STATUS NOT = "00".
PERFORM 2800-LOAD-PERIOD-BUCKETS.
PERFORM 2900-PRINT-ROLLUP.
PERFORM 3000-TERMINATE.
STOP RUN.
*> 1.初期処理（支店マスタ読込、ファイルオープン、見出し出力、先頭レコード読込）
1000-INITIALIZE.
PERFORM 1100-LOAD-BRANCH-MASTER.
PERFORM 1300-LOAD-FISCAL-CALENDAR.
INITIALIZE WK-CMP-PRD.
OPEN INPUT OUT01-FILE.
OPEN OUTPUT PRINT-FILE.
ACCEPT WK-RUN-DATE-8 FROM DATE YYYYMMDD.
MOVE WK-BRMST-T-REGION(WK-BRMST-IDX) TO WK-BRMST-HIT-REGION
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
DISPLAY "SUM_SAMPLE02_RGN: FISCAL CALENDAR fiscalcal.dat IS EMPTY"
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
DISPLAY "SUM_SAMPLE02_RGN: FISCAL CALENDAR HAS INVALID START MONTH "
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
DISPLAY "SUM_SAMPLE02_RGN: FISCAL CALENDAR HAS INVALID "
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
NOT AT END
ADD 1 TO WK-CTL-IN-COUNT
END-READ.
*> 2.主処理（支店単位に月次金額を積み上げ、年度累計は最新明細で上書き、対象会計年度はout01上の最新とする）
2000-MAIN-PROCESS.
PERFORM 1200-LOOKUP-BRANCH.
MOVE OUT01-YEAR TO WK-FISCAL-IN-YEAR.
MOVE OUT01-MONTH TO WK-FISCAL-IN-MONTH.
PERFORM 1350-DERIVE-FISCAL-PERIOD.
IF WK-FISCAL-YEAR > WK-RPT-FYEAR
MOVE WK-FISCAL-YEAR TO WK-RPT-FYEAR
END-IF.
MOVE "N" TO WK-ROLL-FOUND.
PERFORM VARYING WK-ROLL-IDX FROM 1 BY 1
UNTIL WK-ROLL-IDX > WK-ROLL-COUNT
IF WK-ROLL-COUNT < 100
ADD 1 TO WK-ROLL-COUNT
SET WK-ROLL-IDX TO WK-ROLL-COUNT
INITIALIZE WK-ROLL-TABLE(WK-ROLL-IDX)
MOVE WK-BRMST-HIT-REGION TO WK-ROLL-T-REGION(WK-ROLL-IDX)
MOVE OUT01-BRANCH TO WK-ROLL-T-BRANCH(WK-ROLL-IDX)
MOVE OUT01-SUJI TO WK-ROLL-T-SUJI(WK-ROLL-IDX)
MOVE OUT01-SUJI-ALL TO WK-ROLL-T-SUJI-ALL(WK-ROLL-IDX)
MOVE "Y" TO WK-ROLL-T-ON-OUT01(WK-ROLL-IDX)
ELSE
DISPLAY "SUM_SAMPLE02_RGN: ROLLUP TABLE FULL, CANNOT ADD "
OUT01-BRANCH
END-IF
END-IF.
PERFORM 1500-READ-OUT01.
*> 2.四半期・半期別積上げ処理（要約マスタの対象会計年度の全計上月を支店ごとに四半期・半期別へ積み上げる）
*>　※out01に無い支店も当該会計年度の計上があれば月次0・年度累計は最終計上月の値で集計表へ加える
2800-LOAD-PERIOD-BUCKETS.
IF WK-RPT-FYEAR NOT = ZERO
OPEN INPUT SUMMAST-FILE
IF WK-SUMMAST-FILE-STATUS = "35"
DISPLAY "SUM_SAMPLE02_RGN: summast.dat NOT FOUND, "
"QUARTER/HALF SUBTOTALS ARE ZERO"
ELSE
IF WK-SUMMAST-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_RGN: CANNOT OPEN SUMMARY MASTER summast.dat"
" STATUS=" WK-SUMMAST-FILE-STATUS
MOVE 16 TO RETURN-CODE
CLOSE OUT01-FILE
CLOSE PRINT-FILE
STOP RUN
END-IF
PERFORM UNTIL WK-SUMMAST-FILE-STATUS NOT = "00"
READ SUMMAST-FILE NEXT RECORD
AT END
CONTINUE
NOT AT END
IF SUMMAST-YEAR NUMERIC AND SUMMAST-MONTH NUMERIC
AND SUMMAST-MONTH >= "01" AND SUMMAST-MONTH <= "12"
MOVE SUMMAST-YEAR TO WK-FISCAL-IN-YEAR
MOVE SUMMAST-MONTH TO WK-FISCAL-IN-MONTH
PERFORM 1350-DERIVE-FISCAL-PERIOD
IF WK-FISCAL-YEAR = WK-RPT-FYEAR
PERFORM 2850-ADD-PERIOD-BUCKET
END-IF
END-IF
END-READ
END-PERFORM
CLOSE SUMMAST-FILE
END-IF
END-IF.
*> 2.四半期・半期別積上げ単件処理（要約レコード1件を該当支店の四半期・半期へ加算、支店が無ければ追加）
2850-ADD-PERIOD-BUCKET.
MOVE "N" TO WK-ROLL-FOUND.
PERFORM VARYING WK-ROLL-IDX FROM 1 BY 1
UNTIL WK-ROLL-IDX > WK-ROLL-COUNT OR WK-ROLL-IS-FOUND
IF WK-ROLL-T-BRANCH(WK-ROLL-IDX) = SUMMAST-BRANCH
MOVE "Y" TO WK-ROLL-FOUND
END-IF
END-PERFORM.
IF WK-ROLL-IS-FOUND
SET WK-ROLL-IDX DOWN BY 1
ELSE
IF WK-ROLL-COUNT < 100
ADD 1 TO WK-ROLL-COUNT
SET WK-ROLL-IDX TO WK-ROLL-COUNT
INITIALIZE WK-ROLL-TABLE(WK-ROLL-IDX)
MOVE SUMMAST-BRANCH TO OUT01-BRANCH
PERFORM 1200-LOOKUP-BRANCH
MOVE WK-BRMST-HIT-REGION TO WK-ROLL-T-REGION(WK-ROLL-IDX)
MOVE SUMMAST-BRANCH TO WK-ROLL-T-BRANCH(WK-ROLL-IDX)
MOVE "N" TO WK-ROLL-T-ON-OUT01(WK-ROLL-IDX)
ELSE
DISPLAY "SUM_SAMPLE02_RGN: ROLLUP TABLE FULL, CANNOT ADD "
SUMMAST-BRANCH
MOVE 16 TO RETURN-CODE
CLOSE SUMMAST-FILE
CLOSE OUT01-FILE
CLOSE PRINT-FILE
STOP RUN
END-IF
END-IF.
IF NOT WK-ROLL-T-IS-ON-OUT01(WK-ROLL-IDX)
MOVE SUMMAST-SUJI-ALL TO WK-ROLL-T-SUJI-ALL(WK-ROLL-IDX)
END-IF.
ADD SUMMAST-SUJI
TO WK-ROLL-T-QTR-SUJI(WK-ROLL-IDX WK-FISCAL-QUARTER).
ADD SUMMAST-SUJI
TO WK-ROLL-T-HALF-SUJI(WK-ROLL-IDX WK-FISCAL-HALF).
ADD 1 TO WK-PRD-SUMMAST-COUNT.
*> 2.集計表印刷処理（地域コード順に並べ替え、支店明細・地域小計・全社合計を印字）
2900-PRINT-ROLLUP.
IF WK-ROLL-COUNT > ZERO
IF WK-PRINT-FILE-STATUS NOT = "00"
PERFORM 0400-ABEND-PRINT-WRITE
END-IF
MOVE WK-CMP-PRD TO WK-PRT-PRD
MOVE "Y" TO WK-PRD-COMPANY
PERFORM 2960-WRITE-PERIOD-LINES
WRITE PRINT-REC FROM CMP-LINE
IF WK-PRINT-FILE-STATUS NOT = "00"
PERFORM 0400-ABEND-PRINT-WRITE
*> 2.地域見出し出力処理（地域コード未設定の支店グループには警告を付す）
2930-WRITE-REGION-HEADING.
MOVE ZERO TO WK-RGN-SUJI WK-RGN-SUJI-ALL.
INITIALIZE WK-RGN-PRD.
MOVE SPACES TO PRINT-REC.
WRITE PRINT-REC
IF WK-PRINT-FILE-STATUS NOT = "00"
IF WK-PRINT-FILE-STATUS NOT = "00"
PERFORM 0400-ABEND-PRINT-WRITE
END-IF.
*> 2.地域小計出力処理（四半期・半期小計に続けて地域合計を印字）
2940-WRITE-REGION-TOTAL.
MOVE WK-RGN-PRD TO WK-PRT-PRD.
MOVE "N" TO WK-PRD-COMPANY.
PERFORM 2960-WRITE-PERIOD-LINES.
MOVE WK-RGN-SUJI TO SUB-SUJI.
MOVE WK-RGN-SUJI-ALL TO SUB-SUJI-ALL.
WRITE PRINT-REC FROM SUB-LINE
ADD WK-ROLL-T-SUJI(WK-ROLL-IDX) TO WK-RGN-SUJI WK-CMP-SUJI.
ADD WK-ROLL-T-SUJI-ALL(WK-ROLL-IDX)
TO WK-RGN-SUJI-ALL WK-CMP-SUJI-ALL.
PERFORM VARYING WK-PRD-I FROM 1 BY 1 UNTIL WK-PRD-I > 4
ADD WK-ROLL-T-QTR-SUJI(WK-ROLL-IDX WK-PRD-I)
TO WK-RGN-QTR-SUJI(WK-PRD-I) WK-CMP-QTR-SUJI(WK-PRD-I)
END-PERFORM.
PERFORM VARYING WK-PRD-I FROM 1 BY 1 UNTIL WK-PRD-I > 2
ADD WK-ROLL-T-HALF-SUJI(WK-ROLL-IDX WK-PRD-I)
TO WK-RGN-HALF-SUJI(WK-PRD-I) WK-CMP-HALF-SUJI(WK-PRD-I)
END-PERFORM.
WRITE PRINT-REC FROM DTL-LINE
IF WK-PRINT-FILE-STATUS NOT = "00"
PERFORM 0400-ABEND-PRINT-WRITE
END-IF.
*> 2.四半期・半期小計出力処理（Q1・Q2・上期・Q3・Q4・下期の順に当該会計年度の金額を印字）
2960-WRITE-PERIOD-LINES.
PERFORM VARYING WK-PRD-I FROM 1 BY 1 UNTIL WK-PRD-I > 4
MOVE SPACES TO PRD-LABEL
STRING "FY" DELIMITED BY SIZE
WK-RPT-FYEAR DELIMITED BY SIZE
" Q" DELIMITED BY SIZE
WK-PRD-I DELIMITED BY SIZE
" SUBTOTAL" DELIMITED BY SIZE
INTO PRD-LABEL
MOVE WK-PRT-QTR-SUJI(WK-PRD-I) TO WK-PRD-AMT
PERFORM 2970-WRITE-PERIOD-LINE
IF WK-PRD-I = 2 OR WK-PRD-I = 4
MOVE SPACES TO PRD-LABEL
DIVIDE WK-PRD-I BY 2 GIVING WK-FISCAL-HALF
STRING "FY" DELIMITED BY SIZE
WK-RPT-FYEAR DELIMITED BY SIZE
" H" DELIMITED BY SIZE
WK-FISCAL-HALF DELIMITED BY SIZE
" SUBTOTAL" DELIMITED BY SIZE
INTO PRD-LABEL
MOVE WK-PRT-HALF-SUJI(WK-FISCAL-HALF) TO WK-PRD-AMT
PERFORM 2970-WRITE-PERIOD-LINE
END-IF
END-PERFORM.
*> 2.四半期・半期小計1行出力処理（全社分は全社合計の桁位置に合わせて印字）
2970-WRITE-PERIOD-LINE.
IF WK-PRD-IS-COMPANY
MOVE PRD-LABEL TO CPRD-LABEL
MOVE WK-PRD-AMT TO CPRD-SUJI
WRITE PRINT-REC FROM CPRD-LINE
ELSE
MOVE WK-PRD-AMT TO PRD-SUJI
WRITE PRINT-REC FROM PRD-LINE
END-IF.
IF WK-PRINT-FILE-STATUS NOT = "00"
PERFORM 0400-ABEND-PRINT-WRITE
END-IF.
*> 3.終了処理（ファイルクローズ、件数報告）
3000-TERMINATE.
CLOSE OUT01-FILE.
CLOSE PRINT-FILE.
DISPLAY "SUM_SAMPLE02_RGN: OUT01 RECORDS READ       = "
WK-CTL-IN-COUNT.
DISPLAY "SUM_SAMPLE02_RGN: SUMMARY ROWS FOR FY " WK-RPT-FYEAR
" = " WK-PRD-SUMMAST-COUNT.
DISPLAY "SUM_SAMPLE02_RGN: BRANCHES WITHOUT REGION  = "
WK-CTL-NO-REGION-COUNT.
IF WK-CTL-NO-REGION-COUNT NOT = ZERO
