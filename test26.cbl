IDENTIFICATION DIVISION.
PROGRAM-ID. SUM_SAMPLE02_INC.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT SUMMAST-FILE
ASSIGN TO "summast.dat"
ORGANIZATION IS INDEXED
ACCESS MODE IS RANDOM
RECORD KEY IS SUMMAST-KEY
FILE STATUS IS WK-SUMMAST-FILE-STATUS.
SELECT BRMST-FILE
ASSIGN TO "branchmst.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-BRMST-FILE-STATUS.
SELECT PERIOD-FILE
ASSIGN TO "periodctl.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-PERIOD-FILE-STATUS.
SELECT BUDGET-FILE
ASSIGN TO "budget.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-BUDGET-FILE-STATUS.
SELECT INCRATE-FILE
ASSIGN TO "incrate.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-INCRATE-FILE-STATUS.
SELECT INCPAY-FILE
ASSIGN TO "incpay.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-INCPAY-FILE-STATUS.
SELECT PRINT-FILE
ASSIGN TO "incrpt.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-PRINT-FILE-STATUS.
SELECT RUNHIST-FILE
ASSIGN TO "runhist.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-RUNHIST-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD SUMMAST-FILE.
COPY SUMMAST.
FD BRMST-FILE.
COPY BRMSTREC.
FD PERIOD-FILE.
COPY PERIODCT.
FD BUDGET-FILE.
01 BUDGET-REC.
03 BUDGET-BRANCH PIC X(03).
03 BUDGET-YEAR PIC X(04).
03 BUDGET-MONTH PIC X(02).
03 BUDGET-SUJI PIC S9(07) SIGN LEADING SEPARATE.
03 BUDGET-SUJI-ALL PIC S9(07) SIGN LEADING SEPARATE.
FD INCRATE-FILE.
COPY INCRATE.
FD INCPAY-FILE.
COPY INCPAYRC.
FD PRINT-FILE.
01 PRINT-REC PIC X(120).
FD RUNHIST-FILE.
COPY RUNHIST.
WORKING-STORAGE SECTION.
01 WK-SUMMAST-FILE-STATUS PIC XX.
01 WK-BRMST-FILE-STATUS PIC XX.
01 WK-PERIOD-FILE-STATUS PIC XX.
01 WK-BUDGET-FILE-STATUS PIC XX.
01 WK-INCRATE-FILE-STATUS PIC XX.
01 WK-INCPAY-FILE-STATUS PIC XX.
01 WK-PRINT-FILE-STATUS PIC XX.
01 WK-RUNHIST-FILE-STATUS PIC XX.
*> 起動パラメータ（対象期間yyyymm、省略時は直前に締め切った期間）用ワーク
01 WK-PARM-AREA.
03 WK-START-PARM PIC X(40).
03 WK-PARM-PERIOD PIC X(06).
01 WK-RUN-DATE-8.
03 WK-RUN-YYYY PIC 9(04).
03 WK-RUN-MM PIC 99.
03 WK-RUN-DD PIC 99.
01 WK-RUN-DATE-DISPLAY PIC X(10).
01 WK-RUN-TIME PIC 9(08).
*> 会計期間管理（オープン中の年/月と、対象とする締切済の年/月）用ワーク
01 WK-PERIOD-AREA.
03 WK-OPEN-PERIOD.
05 WK-OPEN-YEAR PIC X(04).
05 WK-OPEN-MONTH PIC X(02).
03 WK-TARGET-PERIOD.
05 WK-TARGET-YEAR PIC X(04).
05 WK-TARGET-MONTH PIC X(02).
03 WK-TARGET-YEAR-N PIC 9(04).
03 WK-TARGET-MONTH-N PIC 9(02).
*> 支店マスタ（コード・支店名・状態・地域）用ワーク
01 WK-BRMST-AREA.
03 WK-BRMST-COUNT PIC 9(04) VALUE ZERO.
03 WK-BRMST-IDX PIC 9(04).
03 WK-BRMST-TABLE OCCURS 100 TIMES.
05 WK-BRMST-T-BRANCH PIC X(03).
05 WK-BRMST-T-NAME PIC X(20).
05 WK-BRMST-T-STATUS PIC X(01).
05 WK-BRMST-T-REGION PIC X(03).
*> 予算（対象期間の支店別年度累計予算）用ワーク
01 WK-BGT-AREA.
03 WK-BGT-COUNT PIC 9(04) VALUE ZERO.
03 WK-BGT-IDX PIC 9(04).
03 WK-BGT-HIT-IDX PIC 9(04) VALUE ZERO.
88 WK-BGT-NOT-FOUND VALUE ZERO.
03 WK-BGT-TABLE OCCURS 100 TIMES.
05 WK-BGT-T-BRANCH PIC X(03).
05 WK-BGT-T-SUJI-ALL PIC S9(07).
*> 奨励金率表（地域・適用開始期間ごとの段階料率と予算未達時の支給率）用ワーク
*>　※地域***はその地域の率が無い場合に使う全社共通の率
01 WK-RATE-AREA.
03 WK-RATE-COUNT PIC 9(04) VALUE ZERO.
03 WK-RATE-IDX PIC 9(04).
03 WK-RATE-TABLE OCCURS 200 TIMES.
05 WK-RATE-T-REGION PIC X(03).
05 WK-RATE-T-EFF PIC X(06).
05 WK-RATE-T-RULE PIC X(01).
05 WK-RATE-T-FLOOR PIC 9(07).
05 WK-RATE-T-RATE PIC 9(02)V9(03).
*> 支店別奨励金計算用ワーク
01 WK-CALC-AREA.
03 WK-CALC-REGION PIC X(03).
03 WK-CALC-EFF PIC X(06).
03 WK-CALC-SUJI PIC S9(07).
03 WK-CALC-SUJI-ALL PIC S9(07).
03 WK-CALC-FLOOR PIC 9(07).
03 WK-CALC-RATE PIC 9(02)V9(03).
03 WK-CALC-BEHIND-RATE PIC 9(03)V9(03).
03 WK-CALC-AMOUNT PIC 9(07).
03 WK-CALC-POSTED PIC X VALUE "N".
88 WK-CALC-IS-POSTED VALUE "Y".
03 WK-CALC-TIER-FOUND PIC X VALUE "N".
88 WK-CALC-TIER-IS-FOUND VALUE "Y".
03 WK-CALC-BEHIND PIC X VALUE "N".
88 WK-CALC-IS-BEHIND VALUE "Y".
*> 件数・合計（登録簿の全社合計と支払ファイルのトレーラ）用ワーク
01 WK-CTL-AREA.
03 WK-CTL-BRANCH-COUNT PIC 9(06) VALUE ZERO.
03 WK-CTL-PAID-COUNT PIC 9(06) VALUE ZERO.
03 WK-CTL-BEHIND-COUNT PIC 9(06) VALUE ZERO.
03 WK-CTL-NO-RATE-COUNT PIC 9(06) VALUE ZERO.
03 WK-CTL-NO-BUDGET-COUNT PIC 9(06) VALUE ZERO.
03 WK-CTL-SUJI-TOTAL PIC S9(11) VALUE ZERO.
03 WK-CTL-AMOUNT-TOTAL PIC 9(11) VALUE ZERO.
03 WK-CTL-PAY-HASH-SUJI PIC S9(11) VALUE ZERO.
01 HDG-1.
03 FILLER PIC X(10) VALUE "RUN DATE: ".
03 HDG-1-DATE PIC X(10).
03 FILLER PIC X(05) VALUE SPACES.
03 FILLER PIC X(36) VALUE "BRANCH INCENTIVE REGISTER -- PERIOD ".
03 HDG-1-YEAR PIC X(04).
03 FILLER PIC X(01) VALUE "/".
03 HDG-1-MONTH PIC X(02).
01 HDG-2.
03 FILLER PIC X(05) VALUE "BR".
03 FILLER PIC X(21) VALUE "BRANCH NAME".
03 FILLER PIC X(04) VALUE "RGN".
03 FILLER PIC X(09) VALUE "   MONTH".
03 FILLER PIC X(10) VALUE "      YTD".
03 FILLER PIC X(10) VALUE "   BUDGET".
03 FILLER PIC X(08) VALUE "RATES".
03 FILLER PIC X(08) VALUE "  FLOOR".
03 FILLER PIC X(07) VALUE " RATE%".
03 FILLER PIC X(08) VALUE "BEHIND%".
03 FILLER PIC X(10) VALUE "INCENTIVE".
03 FILLER PIC X(14) VALUE "NOTE".
01 DTL-LINE.
03 DTL-BRANCH PIC X(03).
03 FILLER PIC X(02) VALUE SPACES.
03 DTL-NAME PIC X(20).
03 FILLER PIC X(01) VALUE SPACE.
03 DTL-REGION PIC X(03).
03 FILLER PIC X(01) VALUE SPACE.
03 DTL-SUJI PIC -------9.
03 FILLER PIC X(01) VALUE SPACE.
03 DTL-SUJI-ALL PIC --------9.
03 FILLER PIC X(01) VALUE SPACE.
03 DTL-BUDGET PIC --------9.
03 DTL-BUDGET-X REDEFINES DTL-BUDGET PIC X(09).
03 FILLER PIC X(01) VALUE SPACE.
03 DTL-EFF PIC X(07).
03 FILLER PIC X(01) VALUE SPACE.
03 DTL-FLOOR PIC ZZZZZZ9.
03 DTL-FLOOR-X REDEFINES DTL-FLOOR PIC X(07).
03 FILLER PIC X(01) VALUE SPACE.
03 DTL-RATE PIC Z9.999.
03 DTL-RATE-X REDEFINES DTL-RATE PIC X(06).
03 FILLER PIC X(01) VALUE SPACE.
03 DTL-BEHIND-RATE PIC ZZ9.999.
03 DTL-BEHIND-RATE-X REDEFINES DTL-BEHIND-RATE PIC X(07).
03 FILLER PIC X(01) VALUE SPACE.
03 DTL-AMOUNT PIC ZZZZZZZZ9.
03 FILLER PIC X(01) VALUE SPACE.
03 DTL-NOTE PIC X(14).
01 TOT-LINE.
03 FILLER PIC X(14) VALUE "COMPANY TOTAL".
03 FILLER PIC X(16) VALUE SPACES.
03 TOT-SUJI PIC ----------9.
03 FILLER PIC X(47) VALUE SPACES.
03 TOT-AMOUNT PIC ----------9.
01 CNT-LINE.
03 FILLER PIC X(18) VALUE "ACTIVE BRANCHES: ".
03 CNT-BRANCH PIC ZZZZZ9.
03 FILLER PIC X(09) VALUE "   PAID: ".
03 CNT-PAID PIC ZZZZZ9.
03 FILLER PIC X(18) VALUE "   BEHIND BUDGET: ".
03 CNT-BEHIND PIC ZZZZZ9.
03 FILLER PIC X(14) VALUE "   NO RATES: ".
03 CNT-NO-RATE PIC ZZZZZ9.
03 FILLER PIC X(14) VALUE "   NO BUDGET: ".
03 CNT-NO-BUDGET PIC ZZZZZ9.
PROCEDURE DIVISION.
0000-MAIN.
PERFORM 0100-PARSE-PARMS.
PERFORM 1000-INITIALIZE.
PERFORM VARYING WK-BRMST-IDX FROM 1 BY 1
UNTIL WK-BRMST-IDX > WK-BRMST-COUNT
IF WK-BRMST-T-STATUS(WK-BRMST-IDX) = "A"
PERFORM 2000-CALCULATE-BRANCH
END-IF
END-PERFORM.
PERFORM 3000-TERMINATE.
STOP RUN.
*> 0.パラメータ解析処理（対象期間yyyymmを取り出す、省略時は直前に締め切った期間）
0100-PARSE-PARMS.
MOVE SPACES TO WK-START-PARM WK-PARM-PERIOD.
ACCEPT WK-START-PARM FROM COMMAND-LINE.
MOVE WK-START-PARM(1:6) TO WK-PARM-PERIOD.
IF WK-PARM-PERIOD NOT = SPACES
IF WK-PARM-PERIOD NOT NUMERIC
OR WK-PARM-PERIOD(5:2) < "01" OR WK-PARM-PERIOD(5:2) > "12"
OR WK-START-PARM(7:34) NOT = SPACES
DISPLAY "SUM_SAMPLE02_INC: USAGE: SUM_SAMPLE02_INC [yyyymm]"
DISPLAY "SUM_SAMPLE02_INC: yyyymm MUST BE A CLOSED PERIOD, "
"DEFAULT IS THE PERIOD CLOSED LAST"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF
END-IF.
*> 0.帳票・支払ファイル書込異常時異常終了処理（ステータスコードを表示し異常終了）
0400-ABEND-OUTPUT-WRITE.
DISPLAY "SUM_SAMPLE02_INC: WRITE FAILED PRINT STATUS="
WK-PRINT-FILE-STATUS " PAYROLL STATUS=" WK-INCPAY-FILE-STATUS.
MOVE 16 TO RETURN-CODE.
CLOSE SUMMAST-FILE.
CLOSE INCPAY-FILE.
CLOSE PRINT-FILE.
STOP RUN.
*> 1.初期処理（対象期間の決定、支店マスタ・予算・奨励金率表の読込、ファイルオープン、見出しとヘッダ出力）
1000-INITIALIZE.
PERFORM 1050-LOAD-PERIOD-CONTROL.
PERFORM 1100-LOAD-BRANCH-MASTER.
PERFORM 1200-LOAD-BUDGET.
PERFORM 1300-LOAD-INCENTIVE-RATES.
OPEN INPUT SUMMAST-FILE.
IF WK-SUMMAST-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_INC: CANNOT OPEN SUMMARY MASTER summast.dat"
" STATUS=" WK-SUMMAST-FILE-STATUS
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF.
OPEN OUTPUT INCPAY-FILE.
OPEN OUTPUT PRINT-FILE.
ACCEPT WK-RUN-DATE-8 FROM DATE YYYYMMDD.
ACCEPT WK-RUN-TIME FROM TIME.
STRING WK-RUN-YYYY DELIMITED BY SIZE
"-" DELIMITED BY SIZE
WK-RUN-MM DELIMITED BY SIZE
"-" DELIMITED BY SIZE
WK-RUN-DD DELIMITED BY SIZE
INTO WK-RUN-DATE-DISPLAY.
MOVE WK-RUN-DATE-DISPLAY TO HDG-1-DATE.
MOVE WK-TARGET-YEAR TO HDG-1-YEAR.
MOVE WK-TARGET-MONTH TO HDG-1-MONTH.
MOVE HDG-1 TO PRINT-REC.
PERFORM 2900-WRITE-PRINT-LINE.
MOVE SPACES TO PRINT-REC.
PERFORM 2900-WRITE-PRINT-LINE.
MOVE HDG-2 TO PRINT-REC.
PERFORM 2900-WRITE-PRINT-LINE.
MOVE SPACES TO INCPAY-HDR-REC.
INITIALIZE INCPAY-HDR-REC.
MOVE "HDR" TO INCPAY-HDR-ID.
MOVE "SUM_SAMPLE02" TO INCPAY-HDR-SOURCE.
MOVE WK-TARGET-YEAR TO INCPAY-HDR-YEAR.
MOVE WK-TARGET-MONTH TO INCPAY-HDR-MONTH.
MOVE WK-RUN-DATE-8 TO INCPAY-HDR-CREATE-DATE.
MOVE WK-RUN-TIME(1:6) TO INCPAY-HDR-CREATE-TIME.
WRITE INCPAY-HDR-REC.
IF WK-INCPAY-FILE-STATUS NOT = "00"
PERFORM 0400-ABEND-OUTPUT-WRITE
END-IF.
*> 1.会計期間管理読込処理（オープン中の年/月を取得し、対象期間がそれより前の締切済期間であることを確認）
1050-LOAD-PERIOD-CONTROL.
OPEN INPUT PERIOD-FILE.
IF WK-PERIOD-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_INC: CANNOT OPEN PERIOD CONTROL periodctl.dat"
" STATUS=" WK-PERIOD-FILE-STATUS
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF.
READ PERIOD-FILE
AT END
DISPLAY "SUM_SAMPLE02_INC: PERIOD CONTROL periodctl.dat IS EMPTY"
MOVE 16 TO RETURN-CODE
CLOSE PERIOD-FILE
STOP RUN
NOT AT END
MOVE PERIODCT-YEAR TO WK-OPEN-YEAR
MOVE PERIODCT-MONTH TO WK-OPEN-MONTH
END-READ.
CLOSE PERIOD-FILE.
IF WK-PARM-PERIOD = SPACES
MOVE WK-OPEN-YEAR TO WK-TARGET-YEAR-N
MOVE WK-OPEN-MONTH TO WK-TARGET-MONTH-N
IF WK-TARGET-MONTH-N = 1
MOVE 12 TO WK-TARGET-MONTH-N
SUBTRACT 1 FROM WK-TARGET-YEAR-N
ELSE
SUBTRACT 1 FROM WK-TARGET-MONTH-N
END-IF
MOVE WK-TARGET-YEAR-N TO WK-TARGET-YEAR
MOVE WK-TARGET-MONTH-N TO WK-TARGET-MONTH
ELSE
MOVE WK-PARM-PERIOD TO WK-TARGET-PERIOD
END-IF.
IF WK-TARGET-PERIOD NOT < WK-OPEN-PERIOD
DISPLAY "SUM_SAMPLE02_INC: PERIOD " WK-TARGET-YEAR "/"
WK-TARGET-MONTH " IS NOT CLOSED (OPEN PERIOD IS "
WK-OPEN-YEAR "/" WK-OPEN-MONTH ") -- RUN REFUSED"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF.
*> 1.支店マスタ読込処理（BRMST-FILEを支店コード単位のワーク表へロード）
1100-LOAD-BRANCH-MASTER.
MOVE ZERO TO WK-BRMST-COUNT.
OPEN INPUT BRMST-FILE.
IF WK-BRMST-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_INC: CANNOT OPEN BRANCH MASTER branchmst.txt"
" STATUS=" WK-BRMST-FILE-STATUS
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF.
PERFORM UNTIL WK-BRMST-FILE-STATUS NOT = "00"
READ BRMST-FILE
AT END
CONTINUE
NOT AT END
IF WK-BRMST-COUNT < 100
ADD 1 TO WK-BRMST-COUNT
MOVE BRMST-BRANCH TO WK-BRMST-T-BRANCH(WK-BRMST-COUNT)
MOVE BRMST-NAME TO WK-BRMST-T-NAME(WK-BRMST-COUNT)
MOVE BRMST-STATUS TO WK-BRMST-T-STATUS(WK-BRMST-COUNT)
MOVE BRMST-REGION TO WK-BRMST-T-REGION(WK-BRMST-COUNT)
ELSE
DISPLAY "SUM_SAMPLE02_INC: BRANCH MASTER TABLE FULL, CANNOT ADD "
BRMST-BRANCH
MOVE 16 TO RETURN-CODE
CLOSE BRMST-FILE
STOP RUN
END-IF
END-READ
END-PERFORM.
CLOSE BRMST-FILE.
*> 1.予算読込処理（BUDGET-FILEの対象期間分の年度累計予算をワーク表へロード、無ければ0件扱い）
1200-LOAD-BUDGET.
MOVE ZERO TO WK-BGT-COUNT.
OPEN INPUT BUDGET-FILE.
IF WK-BUDGET-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_INC: NO BUDGET FILE budget.txt STATUS="
WK-BUDGET-FILE-STATUS " -- NO BRANCH IS TREATED AS BEHIND BUDGET"
ELSE
PERFORM UNTIL WK-BUDGET-FILE-STATUS NOT = "00"
READ BUDGET-FILE
AT END
CONTINUE
NOT AT END
IF BUDGET-YEAR = WK-TARGET-YEAR
AND BUDGET-MONTH = WK-TARGET-MONTH
IF WK-BGT-COUNT < 100
ADD 1 TO WK-BGT-COUNT
MOVE BUDGET-BRANCH TO WK-BGT-T-BRANCH(WK-BGT-COUNT)
MOVE BUDGET-SUJI-ALL TO WK-BGT-T-SUJI-ALL(WK-BGT-COUNT)
ELSE
DISPLAY "SUM_SAMPLE02_INC: BUDGET TABLE FULL, CANNOT ADD "
BUDGET-BRANCH
MOVE 16 TO RETURN-CODE
CLOSE BUDGET-FILE
STOP RUN
END-IF
END-IF
END-READ
END-PERFORM
CLOSE BUDGET-FILE
END-IF.
*> 1.奨励金率表読込処理（INCRATE-FILEの対象期間以前に適用開始となる行をワーク表へロード）
1300-LOAD-INCENTIVE-RATES.
MOVE ZERO TO WK-RATE-COUNT.
OPEN INPUT INCRATE-FILE.
IF WK-INCRATE-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_INC: CANNOT OPEN INCENTIVE RATE TABLE incrate.txt"
" STATUS=" WK-INCRATE-FILE-STATUS
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF.
PERFORM UNTIL WK-INCRATE-FILE-STATUS NOT = "00"
READ INCRATE-FILE
AT END
CONTINUE
NOT AT END
PERFORM 1350-CHECK-RATE-REC
IF INCRATE-EFF-YEAR < WK-TARGET-YEAR
OR (INCRATE-EFF-YEAR = WK-TARGET-YEAR
AND INCRATE-EFF-MONTH <= WK-TARGET-MONTH)
IF WK-RATE-COUNT < 200
ADD 1 TO WK-RATE-COUNT
MOVE INCRATE-REGION TO WK-RATE-T-REGION(WK-RATE-COUNT)
MOVE INCRATE-EFF-YEAR TO WK-RATE-T-EFF(WK-RATE-COUNT)(1:4)
MOVE INCRATE-EFF-MONTH TO WK-RATE-T-EFF(WK-RATE-COUNT)(5:2)
MOVE INCRATE-RULE TO WK-RATE-T-RULE(WK-RATE-COUNT)
MOVE INCRATE-FLOOR TO WK-RATE-T-FLOOR(WK-RATE-COUNT)
MOVE INCRATE-RATE TO WK-RATE-T-RATE(WK-RATE-COUNT)
ELSE
DISPLAY "SUM_SAMPLE02_INC: INCENTIVE RATE TABLE FULL, CANNOT ADD "
INCRATE-REGION " " INCRATE-EFF-YEAR INCRATE-EFF-MONTH
MOVE 16 TO RETURN-CODE
CLOSE INCRATE-FILE
STOP RUN
END-IF
END-IF
END-READ
END-PERFORM.
CLOSE INCRATE-FILE.
*> 1.奨励金率レコード検証処理（INCRATEレイアウト通りの内容かを確認、不正なら異常終了）
1350-CHECK-RATE-REC.
IF INCRATE-REGION = SPACES
OR INCRATE-EFF-YEAR NOT NUMERIC
OR INCRATE-EFF-MONTH NOT NUMERIC
OR INCRATE-EFF-MONTH < "01" OR INCRATE-EFF-MONTH > "12"
OR (NOT INCRATE-RULE-TIER AND NOT INCRATE-RULE-BEHIND)
OR INCRATE-FLOOR NOT NUMERIC
OR INCRATE-RATE NOT NUMERIC
DISPLAY "SUM_SAMPLE02_INC: INVALID RECORD IN incrate.txt: "
INCRATE-REC
MOVE 16 TO RETURN-CODE
CLOSE INCRATE-FILE
STOP RUN
END-IF.
*> 2.支店別奨励金計算処理（対象期間の要約マスタを読み、段階料率と予算未達時の支給率を適用）
2000-CALCULATE-BRANCH.
ADD 1 TO WK-CTL-BRANCH-COUNT.
MOVE SPACES TO DTL-LINE.
MOVE WK-BRMST-T-BRANCH(WK-BRMST-IDX) TO DTL-BRANCH.
MOVE WK-BRMST-T-NAME(WK-BRMST-IDX) TO DTL-NAME.
MOVE WK-BRMST-T-REGION(WK-BRMST-IDX) TO DTL-REGION.
MOVE ZERO TO WK-CALC-SUJI WK-CALC-SUJI-ALL WK-CALC-AMOUNT
WK-CALC-RATE WK-CALC-FLOOR.
MOVE "N" TO WK-CALC-POSTED WK-CALC-TIER-FOUND WK-CALC-BEHIND.
MOVE WK-BRMST-T-BRANCH(WK-BRMST-IDX) TO SUMMAST-BRANCH.
MOVE WK-TARGET-YEAR TO SUMMAST-YEAR.
MOVE WK-TARGET-MONTH TO SUMMAST-MONTH.
READ SUMMAST-FILE
INVALID KEY
IF WK-SUMMAST-FILE-STATUS NOT = "23"
DISPLAY "SUM_SAMPLE02_INC: SUMMARY MASTER READ FAILED FOR KEY "
SUMMAST-KEY " STATUS=" WK-SUMMAST-FILE-STATUS
MOVE 16 TO RETURN-CODE
CLOSE SUMMAST-FILE
CLOSE INCPAY-FILE
CLOSE PRINT-FILE
STOP RUN
END-IF
NOT INVALID KEY
SET WK-CALC-IS-POSTED TO TRUE
MOVE SUMMAST-SUJI TO WK-CALC-SUJI
MOVE SUMMAST-SUJI-ALL TO WK-CALC-SUJI-ALL
END-READ.
MOVE WK-CALC-SUJI TO DTL-SUJI.
MOVE WK-CALC-SUJI-ALL TO DTL-SUJI-ALL.
ADD WK-CALC-SUJI TO WK-CTL-SUJI-TOTAL.
PERFORM 2100-LOOKUP-BUDGET.
PERFORM 2200-SELECT-RATE-SET.
IF WK-CALC-EFF = SPACES
MOVE SPACES TO DTL-EFF DTL-FLOOR-X DTL-RATE-X DTL-BEHIND-RATE-X
MOVE "*** NO RATES" TO DTL-NOTE
ADD 1 TO WK-CTL-NO-RATE-COUNT
ELSE
PERFORM 2300-APPLY-TIERS
PERFORM 2400-APPLY-BUDGET-RULE
END-IF.
MOVE WK-CALC-AMOUNT TO DTL-AMOUNT.
IF NOT WK-CALC-IS-POSTED
AND (DTL-NOTE = SPACES OR DTL-NOTE = "NO BUDGET")
MOVE "NO POSTINGS" TO DTL-NOTE
END-IF.
MOVE DTL-LINE TO PRINT-REC.
PERFORM 2900-WRITE-PRINT-LINE.
IF WK-CALC-AMOUNT > ZERO
PERFORM 2500-WRITE-PAYROLL-DETAIL
END-IF.
*> 2.予算検索処理（対象支店の年度累計予算を求め、無ければ予算未登録として注記）
2100-LOOKUP-BUDGET.
MOVE ZERO TO WK-BGT-HIT-IDX.
PERFORM VARYING WK-BGT-IDX FROM 1 BY 1
UNTIL WK-BGT-IDX > WK-BGT-COUNT
IF WK-BGT-T-BRANCH(WK-BGT-IDX) = WK-BRMST-T-BRANCH(WK-BRMST-IDX)
MOVE WK-BGT-IDX TO WK-BGT-HIT-IDX
END-IF
END-PERFORM.
IF WK-BGT-NOT-FOUND
MOVE "      N/A" TO DTL-BUDGET-X
MOVE "NO BUDGET" TO DTL-NOTE
ADD 1 TO WK-CTL-NO-BUDGET-COUNT
ELSE
MOVE WK-BGT-T-SUJI-ALL(WK-BGT-HIT-IDX) TO DTL-BUDGET
IF WK-CALC-SUJI-ALL < WK-BGT-T-SUJI-ALL(WK-BGT-HIT-IDX)
SET WK-CALC-IS-BEHIND TO TRUE
END-IF
END-IF.
*> 2.適用料率選択処理（支店の地域で対象期間以前の最新の適用開始期間を選ぶ、無ければ地域***の率）
2200-SELECT-RATE-SET.
MOVE WK-BRMST-T-REGION(WK-BRMST-IDX) TO WK-CALC-REGION.
PERFORM 2250-FIND-LATEST-EFF.
IF WK-CALC-EFF = SPACES
MOVE "***" TO WK-CALC-REGION
PERFORM 2250-FIND-LATEST-EFF
END-IF.
IF WK-CALC-EFF NOT = SPACES
MOVE SPACES TO DTL-EFF
STRING WK-CALC-EFF(1:4) DELIMITED BY SIZE
"/" DELIMITED BY SIZE
WK-CALC-EFF(5:2) DELIMITED BY SIZE
INTO DTL-EFF
END-IF.
*> 2.最新適用開始期間検索処理（WK-CALC-REGIONの行のうち最も新しい適用開始期間を求める）
2250-FIND-LATEST-EFF.
MOVE SPACES TO WK-CALC-EFF.
PERFORM VARYING WK-RATE-IDX FROM 1 BY 1
UNTIL WK-RATE-IDX > WK-RATE-COUNT
IF WK-RATE-T-REGION(WK-RATE-IDX) = WK-CALC-REGION
AND (WK-CALC-EFF = SPACES
OR WK-RATE-T-EFF(WK-RATE-IDX) > WK-CALC-EFF)
MOVE WK-RATE-T-EFF(WK-RATE-IDX) TO WK-CALC-EFF
END-IF
END-PERFORM.
*> 2.段階料率適用処理（月次金額が下限額以上となる最も高い段階の料率を月次金額に掛ける）
2300-APPLY-TIERS.
PERFORM VARYING WK-RATE-IDX FROM 1 BY 1
UNTIL WK-RATE-IDX > WK-RATE-COUNT
IF WK-RATE-T-REGION(WK-RATE-IDX) = WK-CALC-REGION
AND WK-RATE-T-EFF(WK-RATE-IDX) = WK-CALC-EFF
AND WK-RATE-T-RULE(WK-RATE-IDX) = "T"
AND WK-CALC-SUJI > ZERO
AND WK-CALC-SUJI >= WK-RATE-T-FLOOR(WK-RATE-IDX)
IF NOT WK-CALC-TIER-IS-FOUND
OR WK-RATE-T-FLOOR(WK-RATE-IDX) >= WK-CALC-FLOOR
SET WK-CALC-TIER-IS-FOUND TO TRUE
MOVE WK-RATE-T-FLOOR(WK-RATE-IDX) TO WK-CALC-FLOOR
MOVE WK-RATE-T-RATE(WK-RATE-IDX) TO WK-CALC-RATE
END-IF
END-IF
END-PERFORM.
IF WK-CALC-TIER-IS-FOUND
MOVE WK-CALC-FLOOR TO DTL-FLOOR
MOVE WK-CALC-RATE TO DTL-RATE
COMPUTE WK-CALC-AMOUNT ROUNDED
= WK-CALC-SUJI * WK-CALC-RATE / 100
ELSE
MOVE SPACES TO DTL-FLOOR-X DTL-RATE-X
IF WK-CALC-IS-POSTED
MOVE "BELOW TIERS" TO DTL-NOTE
END-IF
END-IF.
*> 2.予算未達時支給率適用処理（年度累計が年度累計予算に届かない支店は未達時支給率を掛ける、率が無ければ不支給）
2400-APPLY-BUDGET-RULE.
MOVE SPACES TO DTL-BEHIND-RATE-X.
IF WK-CALC-IS-BEHIND
ADD 1 TO WK-CTL-BEHIND-COUNT
MOVE ZERO TO WK-CALC-BEHIND-RATE
PERFORM VARYING WK-RATE-IDX FROM 1 BY 1
UNTIL WK-RATE-IDX > WK-RATE-COUNT
IF WK-RATE-T-REGION(WK-RATE-IDX) = WK-CALC-REGION
AND WK-RATE-T-EFF(WK-RATE-IDX) = WK-CALC-EFF
AND WK-RATE-T-RULE(WK-RATE-IDX) = "B"
MOVE WK-RATE-T-RATE(WK-RATE-IDX) TO WK-CALC-BEHIND-RATE
END-IF
END-PERFORM
MOVE WK-CALC-BEHIND-RATE TO DTL-BEHIND-RATE
COMPUTE WK-CALC-AMOUNT ROUNDED
= WK-CALC-AMOUNT * WK-CALC-BEHIND-RATE / 100
MOVE "BEHIND BUDGET" TO DTL-NOTE
END-IF.
*> 2.支払明細出力処理（支給額のある支店を支払インタフェースファイルへ書き、トレーラ用に集計）
2500-WRITE-PAYROLL-DETAIL.
MOVE SPACES TO INCPAY-DTL-REC.
INITIALIZE INCPAY-DTL-REC.
MOVE "DTL" TO INCPAY-DTL-ID.
MOVE WK-BRMST-T-BRANCH(WK-BRMST-IDX) TO INCPAY-DTL-BRANCH.
MOVE WK-BRMST-T-REGION(WK-BRMST-IDX) TO INCPAY-DTL-REGION.
MOVE WK-TARGET-YEAR TO INCPAY-DTL-YEAR.
MOVE WK-TARGET-MONTH TO INCPAY-DTL-MONTH.
MOVE WK-CALC-SUJI TO INCPAY-DTL-SUJI.
MOVE WK-CALC-SUJI-ALL TO INCPAY-DTL-SUJI-ALL.
MOVE WK-CALC-RATE TO INCPAY-DTL-RATE.
MOVE WK-CALC-BEHIND TO INCPAY-DTL-BEHIND.
MOVE WK-CALC-AMOUNT TO INCPAY-DTL-AMOUNT.
WRITE INCPAY-DTL-REC.
IF WK-INCPAY-FILE-STATUS NOT = "00"
PERFORM 0400-ABEND-OUTPUT-WRITE
END-IF.
ADD 1 TO WK-CTL-PAID-COUNT.
ADD WK-CALC-AMOUNT TO WK-CTL-AMOUNT-TOTAL.
ADD WK-CALC-SUJI TO WK-CTL-PAY-HASH-SUJI.
*> 2.帳票1行出力処理
2900-WRITE-PRINT-LINE.
WRITE PRINT-REC.
IF WK-PRINT-FILE-STATUS NOT = "00"
PERFORM 0400-ABEND-OUTPUT-WRITE
END-IF.
*> 3.終了処理（全社合計・件数の印字、トレーラ出力、ファイルクローズ、実行履歴出力）
3000-TERMINATE.
MOVE SPACES TO PRINT-REC.
PERFORM 2900-WRITE-PRINT-LINE.
MOVE WK-CTL-SUJI-TOTAL TO TOT-SUJI.
MOVE WK-CTL-AMOUNT-TOTAL TO TOT-AMOUNT.
MOVE TOT-LINE TO PRINT-REC.
PERFORM 2900-WRITE-PRINT-LINE.
MOVE WK-CTL-BRANCH-COUNT TO CNT-BRANCH.
MOVE WK-CTL-PAID-COUNT TO CNT-PAID.
MOVE WK-CTL-BEHIND-COUNT TO CNT-BEHIND.
MOVE WK-CTL-NO-RATE-COUNT TO CNT-NO-RATE.
MOVE WK-CTL-NO-BUDGET-COUNT TO CNT-NO-BUDGET.
MOVE CNT-LINE TO PRINT-REC.
PERFORM 2900-WRITE-PRINT-LINE.
MOVE SPACES TO INCPAY-TRL-REC.
INITIALIZE INCPAY-TRL-REC.
MOVE "TRL" TO INCPAY-TRL-ID.
MOVE WK-CTL-PAID-COUNT TO INCPAY-TRL-COUNT.
MOVE WK-CTL-AMOUNT-TOTAL TO INCPAY-TRL-AMOUNT-TOTAL.
MOVE WK-CTL-PAY-HASH-SUJI TO INCPAY-TRL-HASH-SUJI.
WRITE INCPAY-TRL-REC.
IF WK-INCPAY-FILE-STATUS NOT = "00"
PERFORM 0400-ABEND-OUTPUT-WRITE
END-IF.
CLOSE SUMMAST-FILE.
CLOSE INCPAY-FILE.
CLOSE PRINT-FILE.
DISPLAY "SUM_SAMPLE02_INC: ---- INCENTIVE RUN FOR PERIOD "
WK-TARGET-YEAR "/" WK-TARGET-MONTH " ----".
DISPLAY "SUM_SAMPLE02_INC: ACTIVE BRANCHES        = "
WK-CTL-BRANCH-COUNT.
DISPLAY "SUM_SAMPLE02_INC: PAYROLL DETAILS        = "
WK-CTL-PAID-COUNT.
DISPLAY "SUM_SAMPLE02_INC: INCENTIVE TOTAL        = "
WK-CTL-AMOUNT-TOTAL.
DISPLAY "SUM_SAMPLE02_INC: BRANCHES BEHIND BUDGET = "
WK-CTL-BEHIND-COUNT.
IF WK-CTL-NO-RATE-COUNT NOT = ZERO
DISPLAY "SUM_SAMPLE02_INC: *** " WK-CTL-NO-RATE-COUNT
" BRANCH(ES) HAVE NO INCENTIVE RATES -- SEE incrpt.txt"
MOVE 4 TO RETURN-CODE
ELSE
MOVE ZERO TO RETURN-CODE
END-IF.
PERFORM 3100-WRITE-RUN-HISTORY.
*> 3.実行履歴出力処理（支店数・支給件数・月次金額と支給額の合計・操作者をRUNHIST-FILEへ追記）
3100-WRITE-RUN-HISTORY.
OPEN EXTEND RUNHIST-FILE.
IF WK-RUNHIST-FILE-STATUS NOT = "00"
OPEN OUTPUT RUNHIST-FILE
END-IF.
IF WK-RUNHIST-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_INC: CANNOT OPEN runhist.dat STATUS="
WK-RUNHIST-FILE-STATUS
ELSE
INITIALIZE RUNHIST-REC
MOVE WK-RUN-DATE-8 TO RUNHIST-DATE
ACCEPT WK-RUN-TIME FROM TIME
MOVE WK-RUN-TIME(1:6) TO RUNHIST-TIME
MOVE "SUM_SAMPLE02_INC" TO RUNHIST-PROGRAM
MOVE "NORMAL" TO RUNHIST-START-MODE
MOVE "summast.dat" TO RUNHIST-IN01-FILENAME
MOVE "incpay.txt" TO RUNHIST-OUT01-FILENAME
MOVE WK-CTL-BRANCH-COUNT TO RUNHIST-CTL-IN-COUNT
MOVE WK-CTL-SUJI-TOTAL TO RUNHIST-CTL-IN-SUJI-TOTAL
MOVE WK-CTL-PAID-COUNT TO RUNHIST-CTL-OUT-COUNT
MOVE WK-CTL-AMOUNT-TOTAL TO RUNHIST-CTL-OUT-SUJI-TOTAL
MOVE WK-CTL-PAY-HASH-SUJI TO RUNHIST-CTL-OUT-SUJI-ALL-TOTAL
MOVE RETURN-CODE TO RUNHIST-RETURN-CODE
DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME
ACCEPT RUNHIST-OPERATOR FROM ENVIRONMENT-VALUE
WRITE RUNHIST-REC
CLOSE RUNHIST-FILE
END-IF.
END PROGRAM SUM_SAMPLE02_INC.
