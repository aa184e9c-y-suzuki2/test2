ASSIGN TO "runhist.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-RUNHIST-FILE-STATUS.
SELECT FISCAL-FILE
ASSIGN TO "fiscalcal.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-FISCAL-FILE-STATUS.
SELECT OPERAUTH-FILE
ASSIGN TO "operauth.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-OPERAUTH-FILE-STATUS.
SELECT RUNLOCK-FILE
ASSIGN TO "runlock.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-RUNLOCK-FILE-STATUS.
SELECT HOLDQ-FILE
ASSIGN TO "holdq.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-HOLDQ-FILE-STATUS.
SELECT HOLDREL-FILE
ASSIGN TO "holdrel.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-HOLDREL-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD PERIOD-FILE.
COPY PERIODCT.
FD REJECT-FILE.
01 REJIN-REC.
03 REJIN-RAW PIC X(36).
03 REJIN-REASON PIC 9(02).
FD CARRY-FILE.
01 CARRY-REC.
03 CARRY-RAW PIC X(36).
03 CARRY-REASON PIC 9(02).
03 CARRY-AGE PIC 9(02).
FD RUNHIST-FILE.
03 BALFWD-BRANCH PIC X(03).
03 BALFWD-YEAR PIC X(04).
03 BALFWD-AMOUNT PIC S9(07) SIGN LEADING SEPARATE.
FD FISCAL-FILE.
COPY FISCALCL.
FD OPERAUTH-FILE.
COPY OPERAUTH.
FD RUNLOCK-FILE.
COPY RUNLOCK.
FD HOLDQ-FILE.
COPY HOLDQREC.
FD HOLDREL-FILE.
COPY HOLDREL.
WORKING-STORAGE SECTION.
01 WK-PERIOD-FILE-STATUS PIC XX.
01 WK-BALFWD-FILE-STATUS PIC XX.
01 WK-REJECT-FILE-STATUS PIC XX.
01 WK-CARRY-FILE-STATUS PIC XX.
01 WK-RUNHIST-FILE-STATUS PIC XX.
01 WK-FISCAL-FILE-STATUS PIC XX.
01 WK-OPERAUTH-FILE-STATUS PIC XX.
01 WK-RUNLOCK-FILE-STATUS PIC XX.
01 WK-HOLDQ-FILE-STATUS PIC XX.
01 WK-HOLDREL-FILE-STATUS PIC XX.
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
*> 締切前提チェック用ワーク（未補修リジェクト・保留明細・最終実行結果・GL抽出実績）
*>　※保留中・解除済未計上の明細は締切後には計上できないため、FORCE指定でも締め切らない
01 WK-CHK-AREA.
03 WK-CHK-CLEAN PIC X VALUE "Y".
88 WK-CHK-IS-CLEAN VALUE "Y".
03 WK-CHK-HOLDS-CLEAR PIC X VALUE "Y".
88 WK-CHK-HOLDS-ARE-CLEAR VALUE "Y".
03 WK-CHK-HELD-COUNT PIC 9(08) VALUE ZERO.
03 WK-CHK-RELEASED-COUNT PIC 9(08) VALUE ZERO.
03 WK-CHK-REJECT-COUNT PIC 9(08) VALUE ZERO.
03 WK-CHK-CARRY-COUNT PIC 9(08) VALUE ZERO.
03 WK-CHK-REC-NO PIC 9(08) VALUE ZERO.
03 WK-CHK-MAIN-IN-TOTAL PIC S9(11) VALUE ZERO.
03 WK-CHK-MAIN-OUT-TOTAL PIC S9(11) VALUE ZERO.
03 WK-CHK-GLX-SEQ PIC 9(08) VALUE ZERO.
03 WK-CHK-AUD-SEQ PIC 9(08) VALUE ZERO.
03 WK-CHK-AUD-RC PIC 9(04) VALUE ZERO.
*> 起動モード用ワーク（FORCE指定時は未達項目があっても締め切る）
01 WK-RUN-AREA.
03 WK-START-PARM PIC X(20).
03 WK-NEW-MONTH PIC X(02).
03 WK-YEAR-NUM PIC 9(04).
03 WK-MONTH-NUM PIC 99.
03 WK-OLD-FYEAR PIC X(04).
03 WK-NEXT-YEAR-X PIC X(04).
*> 年度繰越残高（支店＋会計年度単位）用ワーク
01 WK-BALFWD-AREA.
03 WK-BALFWD-COUNT PIC 9(04) VALUE ZERO.
03 WK-BALFWD-FOUND PIC X VALUE "N".
*> 件数用ワーク
01 WK-CTL-AREA.
03 WK-CTL-ROLLED-COUNT PIC 9(08) VALUE ZERO.
*> 操作者権限（環境変数OPERATOR_IDの操作者と権限ファイル上の許可機能）用ワーク
01 WK-OPERATOR-AREA.
03 WK-OPERATOR-ID PIC X(08) VALUE SPACES.
03 WK-OPERATOR-FOUND PIC X VALUE "N".
88 WK-OPERATOR-IS-FOUND VALUE "Y".
03 WK-OPERATOR-FUNCTIONS.
05 WK-OPERATOR-POST PIC X(01).
88 WK-OPERATOR-CAN-POST VALUE "Y".
05 WK-OPERATOR-BACKOUT PIC X(01).
88 WK-OPERATOR-CAN-BACKOUT VALUE "Y".
05 WK-OPERATOR-BRANCH PIC X(01).
88 WK-OPERATOR-CAN-BRANCH VALUE "Y".
05 WK-OPERATOR-CLOSE PIC X(01).
88 WK-OPERATOR-CAN-CLOSE VALUE "Y".
05 WK-OPERATOR-REPAIR PIC X(01).
88 WK-OPERATOR-CAN-REPAIR VALUE "Y".
05 WK-OPERATOR-PURGE PIC X(01).
88 WK-OPERATOR-CAN-PURGE VALUE "Y".
05 WK-OPERATOR-RESTORE PIC X(01).
88 WK-OPERATOR-CAN-RESTORE VALUE "Y".
05 WK-OPERATOR-HOLD PIC X(01).
88 WK-OPERATOR-CAN-HOLD VALUE "Y".
*> 実行ロック（マスタ更新の排他、保持中のロック内容と親ジョブから引き継いだロックの識別）用ワーク
01 WK-RUNLOCK-AREA.
03 WK-RUNLOCK-OWNER PIC X(38) VALUE SPACES.
03 WK-RUNLOCK-CURRENT.
05 WK-RUNLOCK-CUR-PROGRAM PIC X(16).
05 WK-RUNLOCK-CUR-OPERATOR PIC X(08).
05 WK-RUNLOCK-CUR-DATE PIC X(08).
05 WK-RUNLOCK-CUR-TIME PIC X(06).
03 WK-RUNLOCK-FOUND PIC X VALUE "N".
88 WK-RUNLOCK-IS-FOUND VALUE "Y".
03 WK-RUNLOCK-HELD PIC X VALUE "N".
88 WK-RUNLOCK-IS-HELD VALUE "Y".
03 WK-RUNLOCK-NOW-TIME PIC 9(08).
*> マスタ世代バックアップ起動用ワーク
01 WK-BKP-AREA.
03 WK-BKP-CMD-LINE PIC X(40) VALUE "SUM_SAMPLE02_BKP".
PROCEDURE DIVISION.
0000-MAIN.
ACCEPT WK-START-PARM FROM COMMAND-LINE.
IF WK-START-PARM(1:5) = "FORCE"
MOVE "FORCE" TO WK-RUN-MODE
END-IF.
PERFORM 0100-CHECK-OPERATOR.
PERFORM 0110-ACQUIRE-RUN-LOCK.
PERFORM 1000-INITIALIZE.
PERFORM 1500-CHECK-CLOSE-READINESS.
IF NOT WK-CHK-HOLDS-ARE-CLEAR
DISPLAY "SUM_SAMPLE02_CLS: PERIOD " WK-OLD-YEAR "/"
WK-OLD-MONTH " NOT ADVANCED -- HELD TRANSACTIONS MUST BE "
"RELEASED AND POSTED OR DECLINED FIRST (FORCE DOES NOT APPLY)"
MOVE 8 TO RETURN-CODE
PERFORM 2800-WRITE-RUN-HISTORY
PERFORM 0120-RELEASE-RUN-LOCK
STOP RUN
END-IF.
IF NOT WK-CHK-IS-CLEAN
IF WK-RUN-FORCED
DISPLAY "SUM_SAMPLE02_CLS: *** FORCED CLOSE DESPITE OPEN "
"OR RERUN WITH FORCE"
MOVE 8 TO RETURN-CODE
PERFORM 2800-WRITE-RUN-HISTORY
PERFORM 0120-RELEASE-RUN-LOCK
STOP RUN
END-IF
END-IF.
PERFORM 0130-RUN-MASTER-BACKUP.
PERFORM 2000-ADVANCE-PERIOD.
PERFORM 3000-TERMINATE.
PERFORM 0120-RELEASE-RUN-LOCK.
STOP RUN.
*> 0.操作者権限チェック処理（環境変数OPERATOR_IDの操作者を権限ファイルと照合し、月次締切の権限が無ければ拒否）
0100-CHECK-OPERATOR.
MOVE SPACES TO WK-OPERATOR-ID.
DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME.
ACCEPT WK-OPERATOR-ID FROM ENVIRONMENT-VALUE.
IF WK-OPERATOR-ID = SPACES
DISPLAY "SUM_SAMPLE02_CLS: NO OPERATOR ID -- SET OPERATOR_ID AND RERUN"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF.
MOVE "N" TO WK-OPERATOR-FOUND.
MOVE SPACES TO WK-OPERATOR-FUNCTIONS.
OPEN INPUT OPERAUTH-FILE.
IF WK-OPERAUTH-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_CLS: CANNOT OPEN OPERATOR AUTHORIZATION operauth.dat"
" STATUS=" WK-OPERAUTH-FILE-STATUS
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF.
PERFORM UNTIL WK-OPERAUTH-FILE-STATUS NOT = "00"
OR WK-OPERATOR-IS-FOUND
READ OPERAUTH-FILE
AT END
CONTINUE
NOT AT END
IF OPERAUTH-ID = WK-OPERATOR-ID
SET WK-OPERATOR-IS-FOUND TO TRUE
MOVE OPERAUTH-FUNCTIONS TO WK-OPERATOR-FUNCTIONS
END-IF
END-READ
END-PERFORM.
CLOSE OPERAUTH-FILE.
IF NOT WK-OPERATOR-IS-FOUND
DISPLAY "SUM_SAMPLE02_CLS: OPERATOR " WK-OPERATOR-ID
" IS NOT REGISTERED IN operauth.dat -- RUN REFUSED"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF.
IF NOT WK-OPERATOR-CAN-CLOSE
DISPLAY "SUM_SAMPLE02_CLS: OPERATOR " WK-OPERATOR-ID
" IS NOT AUTHORIZED FOR PERIOD CLOSE -- RUN REFUSED"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF.
*> 0.実行ロック取得処理（他ジョブが保持中なら拒否、空ならrunlock.datへ自プログラム・操作者・開始日時を書き込む）
*>　※夜間運行など親ジョブが保持するロックの下で起動された場合は取得せずにそのまま実行する
0110-ACQUIRE-RUN-LOCK.
MOVE SPACES TO WK-RUNLOCK-OWNER.
DISPLAY "RUNLOCK_OWNER" UPON ENVIRONMENT-NAME.
ACCEPT WK-RUNLOCK-OWNER FROM ENVIRONMENT-VALUE.
MOVE "N" TO WK-RUNLOCK-FOUND.
OPEN INPUT RUNLOCK-FILE.
IF WK-RUNLOCK-FILE-STATUS = "00"
READ RUNLOCK-FILE
AT END
CONTINUE
NOT AT END
IF RUNLOCK-REC NOT = SPACES
SET WK-RUNLOCK-IS-FOUND TO TRUE
MOVE RUNLOCK-REC TO WK-RUNLOCK-CURRENT
END-IF
END-READ
CLOSE RUNLOCK-FILE
END-IF.
IF WK-RUNLOCK-IS-FOUND
IF WK-RUNLOCK-CURRENT = WK-RUNLOCK-OWNER
DISPLAY "SUM_SAMPLE02_CLS: RUNNING UNDER THE RUN LOCK OF "
WK-RUNLOCK-CUR-PROGRAM
ELSE
DISPLAY "SUM_SAMPLE02_CLS: MASTER FILES ARE IN USE BY "
WK-RUNLOCK-CUR-PROGRAM " OPERATOR " WK-RUNLOCK-CUR-OPERATOR
" SINCE " WK-RUNLOCK-CUR-DATE " " WK-RUNLOCK-CUR-TIME
" -- RUN REFUSED"
DISPLAY "SUM_SAMPLE02_CLS: IF THAT JOB IS NO LONGER RUNNING, "
"CLEAR THE LOCK WITH SUM_SAMPLE02_LCK CLEAR"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF
ELSE
INITIALIZE RUNLOCK-REC
MOVE "SUM_SAMPLE02_CLS" TO RUNLOCK-PROGRAM
MOVE WK-OPERATOR-ID TO RUNLOCK-OPERATOR
ACCEPT RUNLOCK-DATE FROM DATE YYYYMMDD
ACCEPT WK-RUNLOCK-NOW-TIME FROM TIME
MOVE WK-RUNLOCK-NOW-TIME(1:6) TO RUNLOCK-TIME
OPEN OUTPUT RUNLOCK-FILE
IF WK-RUNLOCK-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_CLS: CANNOT CREATE RUN LOCK runlock.dat STATUS="
WK-RUNLOCK-FILE-STATUS
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF
WRITE RUNLOCK-REC
CLOSE RUNLOCK-FILE
SET WK-RUNLOCK-IS-HELD TO TRUE
MOVE RUNLOCK-REC TO WK-RUNLOCK-OWNER
DISPLAY "RUNLOCK_OWNER" UPON ENVIRONMENT-NAME
DISPLAY WK-RUNLOCK-OWNER UPON ENVIRONMENT-VALUE
END-IF.
*> 0.実行ロック解放処理（自プログラムが取得したロックのみrunlock.datを空にして解放する）
0120-RELEASE-RUN-LOCK.
IF WK-RUNLOCK-IS-HELD
OPEN OUTPUT RUNLOCK-FILE
IF WK-RUNLOCK-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_CLS: CANNOT RELEASE RUN LOCK runlock.dat STATUS="
WK-RUNLOCK-FILE-STATUS
ELSE
CLOSE RUNLOCK-FILE
END-IF
MOVE "N" TO WK-RUNLOCK-HELD
END-IF.
*> 0.マスタ世代バックアップ処理（更新前のマスタ4ファイルをSUM_SAMPLE02_BKPで世代退避し、失敗すれば更新せずに中止）
0130-RUN-MASTER-BACKUP.
MOVE ZERO TO RETURN-CODE.
CALL "SYSTEM" USING WK-BKP-CMD-LINE.
IF RETURN-CODE NOT = ZERO
DISPLAY "SUM_SAMPLE02_CLS: MASTER BACKUP FAILED WITH RC=" RETURN-CODE
" -- PERIOD NOT ADVANCED"
MOVE 16 TO RETURN-CODE
PERFORM 0120-RELEASE-RUN-LOCK
STOP RUN
END-IF.
*> 1.締切前提チェック処理（未補修リジェクト・保留明細・最終実行結果・GL抽出実績・整合性監査結果を確認）
1500-CHECK-CLOSE-READINESS.
PERFORM 1600-COUNT-REJECTS.
PERFORM 1650-COUNT-CARRIES.
PERFORM 1670-COUNT-HELD-ITEMS.
PERFORM 1700-CHECK-RUN-HISTORY.
IF WK-CHK-IS-CLEAN
DISPLAY "SUM_SAMPLE02_CLS: CLOSE-READINESS CHECK PASSED FOR "
DISPLAY "SUM_SAMPLE02_CLS: OPEN: " WK-CHK-CARRY-COUNT
" CARRIED REJECTS IN rejcarry.txt"
END-IF
IF WK-CHK-HELD-COUNT NOT = ZERO
DISPLAY "SUM_SAMPLE02_CLS: OPEN: " WK-CHK-HELD-COUNT
" HELD TRANSACTIONS IN holdq.dat, REVIEW WITH SUM_SAMPLE02_HLD"
END-IF
IF WK-CHK-RELEASED-COUNT NOT = ZERO
DISPLAY "SUM_SAMPLE02_CLS: OPEN: " WK-CHK-RELEASED-COUNT
" RELEASED HOLDS IN holdrel.txt NOT YET POSTED"
END-IF
IF WK-CHK-NO-MAIN-RUN
DISPLAY "SUM_SAMPLE02_CLS: OPEN: NO SUM_SAMPLE02 RUN "
"RECORDED IN runhist.dat"
DISPLAY "SUM_SAMPLE02_CLS: OPEN: NO SUM_SAMPLE02_GLX "
"EXTRACT RECORDED AFTER LAST SUM_SAMPLE02 RUN"
END-IF
IF WK-CHK-AUD-SEQ <= WK-CHK-MAIN-SEQ
DISPLAY "SUM_SAMPLE02_CLS: OPEN: NO SUM_SAMPLE02_AUD "
"AUDIT RECORDED AFTER LAST SUM_SAMPLE02 RUN"
ELSE
IF WK-CHK-AUD-RC NOT = ZERO
DISPLAY "SUM_SAMPLE02_CLS: OPEN: LAST SUM_SAMPLE02_AUD "
"AUDIT ENDED WITH RC=" WK-CHK-AUD-RC ", SEE auditrpt.txt"
END-IF
END-IF
END-IF
END-IF.
*> 1.未補修リジェクト件数確認処理（in01reject.txtの残存件数を数える、無ければ0件扱い）
IF WK-CHK-CARRY-COUNT NOT = ZERO
MOVE "N" TO WK-CHK-CLEAN
END-IF.
*> 1.保留明細件数確認処理（holdq.datの保留中件数とholdrel.txtの解除済未計上件数を数える、無ければ0件扱い）
1670-COUNT-HELD-ITEMS.
OPEN INPUT HOLDQ-FILE.
IF WK-HOLDQ-FILE-STATUS = "00"
PERFORM UNTIL WK-HOLDQ-FILE-STATUS NOT = "00"
READ HOLDQ-FILE
AT END
CONTINUE
NOT AT END
ADD 1 TO WK-CHK-HELD-COUNT
END-READ
END-PERFORM
CLOSE HOLDQ-FILE
END-IF.
OPEN INPUT HOLDREL-FILE.
IF WK-HOLDREL-FILE-STATUS = "00"
PERFORM UNTIL WK-HOLDREL-FILE-STATUS NOT = "00"
READ HOLDREL-FILE
AT END
CONTINUE
NOT AT END
ADD 1 TO WK-CHK-RELEASED-COUNT
END-READ
END-PERFORM
CLOSE HOLDREL-FILE
END-IF.
IF WK-CHK-HELD-COUNT NOT = ZERO OR WK-CHK-RELEASED-COUNT NOT = ZERO
MOVE "N" TO WK-CHK-CLEAN
MOVE "N" TO WK-CHK-HOLDS-CLEAR
END-IF.
*> 1.実行履歴確認処理（最終のSUM_SAMPLE02実行の結果と、それ以後のGL抽出実績・整合性監査結果を確認）
1700-CHECK-RUN-HISTORY.
OPEN INPUT RUNHIST-FILE.
IF WK-RUNHIST-FILE-STATUS NOT = "00"
AND RUNHIST-RETURN-CODE = ZERO
MOVE WK-CHK-REC-NO TO WK-CHK-GLX-SEQ
END-IF
IF RUNHIST-PROGRAM = "SUM_SAMPLE02_AUD"
MOVE WK-CHK-REC-NO TO WK-CHK-AUD-SEQ
MOVE RUNHIST-RETURN-CODE TO WK-CHK-AUD-RC
END-IF
END-READ
END-PERFORM
CLOSE RUNHIST-FILE
OR WK-CHK-MAIN-RC NOT = ZERO
OR WK-CHK-MAIN-IN-TOTAL NOT = WK-CHK-MAIN-OUT-TOTAL
OR WK-CHK-GLX-SEQ <= WK-CHK-MAIN-SEQ
OR WK-CHK-AUD-SEQ <= WK-CHK-MAIN-SEQ
OR WK-CHK-AUD-RC NOT = ZERO
MOVE "N" TO WK-CHK-CLEAN
END-IF
END-IF.
*> 2.実行履歴出力処理（締切日時・起動モード・結果・操作者をRUNHIST-FILEへ追記）
2800-WRITE-RUN-HISTORY.
OPEN EXTEND RUNHIST-FILE.
IF WK-RUNHIST-FILE-STATUS NOT = "00"
MOVE "periodctl.dat" TO RUNHIST-IN01-FILENAME
MOVE "periodctl.dat" TO RUNHIST-OUT01-FILENAME
MOVE RETURN-CODE TO RUNHIST-RETURN-CODE
MOVE WK-OPERATOR-ID TO RUNHIST-OPERATOR
WRITE RUNHIST-REC
CLOSE RUNHIST-FILE
END-IF.
*> 1.初期処理（オープン中期間と会計年度カレンダーの取得）
1000-INITIALIZE.
OPEN INPUT PERIOD-FILE.
IF WK-PERIOD-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_CLS: CANNOT OPEN PERIOD CONTROL periodctl.dat"
" STATUS=" WK-PERIOD-FILE-STATUS
MOVE 16 TO RETURN-CODE
PERFORM 0120-RELEASE-RUN-LOCK
STOP RUN
END-IF.
READ PERIOD-FILE
DISPLAY "SUM_SAMPLE02_CLS: PERIOD CONTROL periodctl.dat IS EMPTY"
MOVE 16 TO RETURN-CODE
CLOSE PERIOD-FILE
PERFORM 0120-RELEASE-RUN-LOCK
STOP RUN
NOT AT END
MOVE PERIODCT-YEAR TO WK-OLD-YEAR
DISPLAY "SUM_SAMPLE02_CLS: PERIOD CONTROL CONTAINS NON-NUMERIC "
"PERIOD " WK-OLD-YEAR "/" WK-OLD-MONTH
MOVE 16 TO RETURN-CODE
PERFORM 0120-RELEASE-RUN-LOCK
STOP RUN
END-IF.
PERFORM 1100-LOAD-FISCAL-CALENDAR.
*> 1.会計年度カレンダー読込処理（期首月と月別の四半期/半期区分を取得、無ければ暦年として扱う）
1100-LOAD-FISCAL-CALENDAR.
MOVE 1 TO WK-FISCAL-START-MONTH.
PERFORM VARYING WK-FISCAL-IDX FROM 1 BY 1
UNTIL WK-FISCAL-IDX > 12
COMPUTE WK-FISCAL-T-QUARTER(WK-FISCAL-IDX) = (WK-FISCAL-IDX - 1) / 3 + 1
COMPUTE WK-FISCAL-T-HALF(WK-FISCAL-IDX) = (WK-FISCAL-IDX - 1) / 6 + 1
END-PERFORM.
OPEN INPUT FISCAL-FILE.
IF WK-FISCAL-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_CLS: FISCAL CALENDAR fiscalcal.dat NOT FOUND, "
"FISCAL YEAR STARTS IN JANUARY"
ELSE
READ FISCAL-FILE
AT END
DISPLAY "SUM_SAMPLE02_CLS: FISCAL CALENDAR fiscalcal.dat IS EMPTY"
MOVE 16 TO RETURN-CODE
CLOSE FISCAL-FILE
PERFORM 0120-RELEASE-RUN-LOCK
STOP RUN
NOT AT END
PERFORM 1120-CHECK-FISCAL-CALENDAR
END-READ
CLOSE FISCAL-FILE
END-IF.
*> 1.会計年度カレンダー検査処理（期首月1～12、四半期1～4、半期1～2であることを確認しワークへ展開）
1120-CHECK-FISCAL-CALENDAR.
IF FISCAL-START-MONTH NOT NUMERIC
OR FISCAL-START-MONTH < "01" OR FISCAL-START-MONTH > "12"
DISPLAY "SUM_SAMPLE02_CLS: FISCAL CALENDAR HAS INVALID START MONTH "
FISCAL-START-MONTH
MOVE 16 TO RETURN-CODE
CLOSE FISCAL-FILE
PERFORM 0120-RELEASE-RUN-LOCK
STOP RUN
END-IF.
MOVE FISCAL-START-MONTH TO WK-FISCAL-START-MONTH.
PERFORM VARYING WK-FISCAL-IDX FROM 1 BY 1
UNTIL WK-FISCAL-IDX > 12
IF FISCAL-QUARTER(WK-FISCAL-IDX) < "1"
OR FISCAL-QUARTER(WK-FISCAL-IDX) > "4"
OR FISCAL-HALF(WK-FISCAL-IDX) < "1"
OR FISCAL-HALF(WK-FISCAL-IDX) > "2"
DISPLAY "SUM_SAMPLE02_CLS: FISCAL CALENDAR HAS INVALID "
"QUARTER/HALF FOR MONTH " WK-FISCAL-IDX
MOVE 16 TO RETURN-CODE
CLOSE FISCAL-FILE
PERFORM 0120-RELEASE-RUN-LOCK
STOP RUN
END-IF
MOVE FISCAL-QUARTER(WK-FISCAL-IDX)
TO WK-FISCAL-T-QUARTER(WK-FISCAL-IDX)
MOVE FISCAL-HALF(WK-FISCAL-IDX) TO WK-FISCAL-T-HALF(WK-FISCAL-IDX)
END-PERFORM.
*> 1.会計年度導出処理（WK-FISCAL-IN-YEAR/MONTHから会計年度・四半期・半期を求める）
*>　※会計年度は期首月の属する暦年で表す（期首月4なら2026/04～2027/03が2026年度）
1150-DERIVE-FISCAL-PERIOD.
IF WK-FISCAL-IN-MONTH >= WK-FISCAL-START-MONTH
MOVE WK-FISCAL-IN-YEAR TO WK-FISCAL-YEAR
ELSE
COMPUTE WK-FISCAL-YEAR = WK-FISCAL-IN-YEAR - 1
END-IF.
MOVE WK-FISCAL-T-QUARTER(WK-FISCAL-IN-MONTH) TO WK-FISCAL-QUARTER.
MOVE WK-FISCAL-T-HALF(WK-FISCAL-IN-MONTH) TO WK-FISCAL-HALF.
*> 2.期間繰上げ処理（月を進め、会計年度末月の締めなら年度繰越残高の年次繰越も行う）
2000-ADVANCE-PERIOD.
MOVE WK-OLD-YEAR TO WK-YEAR-NUM.
MOVE WK-OLD-MONTH TO WK-MONTH-NUM.
MOVE WK-YEAR-NUM TO WK-FISCAL-IN-YEAR.
MOVE WK-MONTH-NUM TO WK-FISCAL-IN-MONTH.
PERFORM 1150-DERIVE-FISCAL-PERIOD.
MOVE WK-FISCAL-YEAR TO WK-OLD-FYEAR.
IF WK-MONTH-NUM = 12
ADD 1 TO WK-YEAR-NUM
MOVE 1 TO WK-MONTH-NUM
ELSE
ADD 1 TO WK-MONTH-NUM
END-IF.
MOVE WK-YEAR-NUM TO WK-NEW-YEAR.
MOVE WK-MONTH-NUM TO WK-NEW-MONTH.
MOVE WK-YEAR-NUM TO WK-FISCAL-IN-YEAR.
MOVE WK-MONTH-NUM TO WK-FISCAL-IN-MONTH.
PERFORM 1150-DERIVE-FISCAL-PERIOD.
MOVE WK-FISCAL-YEAR TO WK-NEXT-YEAR-X.
IF WK-NEXT-YEAR-X NOT = WK-OLD-FYEAR
PERFORM 2500-ROLL-BALANCE-FORWARD
END-IF.
OPEN OUTPUT PERIOD-FILE.
MOVE WK-NEW-YEAR TO PERIODCT-YEAR.
MOVE WK-NEW-MONTH TO PERIODCT-MONTH.
WRITE PERIODCT-REC.
CLOSE PERIOD-FILE.
*> 2.年度繰越処理（締切会計年度の残高を翌会計年度のエントリへ複写し翌年度の期首残高とする）
2500-ROLL-BALANCE-FORWARD.
PERFORM 2600-LOAD-BALANCE-FORWARD.
MOVE ZERO TO WK-BALFWD-IDX2.
PERFORM 2700-ROLL-ONE-ENTRY
UNTIL WK-BALFWD-IDX2 >= WK-BALFWD-COUNT.
PERFORM 2800-WRITE-BALANCE-FORWARD.
DISPLAY "SUM_SAMPLE02_CLS: FISCAL YEAR-END ROLLOVER, "
WK-CTL-ROLLED-COUNT " BRANCH BALANCES CARRIED FROM "
WK-OLD-FYEAR " TO " WK-NEXT-YEAR-X.
*> 2.年度繰越単件処理（締切会計年度の1エントリを翌年度へ複写、既存の翌年度エントリは上書き）
2700-ROLL-ONE-ENTRY.
ADD 1 TO WK-BALFWD-IDX2.
IF WK-BALFWD-T-YEAR(WK-BALFWD-IDX2) = WK-OLD-FYEAR
MOVE "N" TO WK-BALFWD-FOUND
PERFORM VARYING WK-BALFWD-IDX FROM 1 BY 1
UNTIL WK-BALFWD-IDX > WK-BALFWD-COUNT
ELSE
DISPLAY "SUM_SAMPLE02_CLS: BALANCE-FORWARD TABLE FULL, "
"CANNOT CARRY " WK-BALFWD-T-BRANCH(WK-BALFWD-IDX2)
" -- CLOSE REFUSED, NOTHING CHANGED"
MOVE 16 TO RETURN-CODE
PERFORM 0120-RELEASE-RUN-LOCK
STOP RUN
END-IF
END-IF
ADD 1 TO WK-CTL-ROLLED-COUNT
END-IF.
*> 2.年度繰越残高読込処理（BALFWD-FILEを支店/会計年度単位のワーク表へロード）
2600-LOAD-BALANCE-FORWARD.
MOVE ZERO TO WK-BALFWD-COUNT.
OPEN INPUT BALFWD-FILE.
MOVE BALFWD-AMOUNT TO WK-BALFWD-T-AMOUNT(WK-BALFWD-COUNT)
ELSE
DISPLAY "SUM_SAMPLE02_CLS: BALANCE-FORWARD TABLE FULL"
" -- CLOSE REFUSED, NOTHING CHANGED"
MOVE 16 TO RETURN-CODE
CLOSE BALFWD-FILE
PERFORM 0120-RELEASE-RUN-LOCK
STOP RUN
END-IF
END-READ
