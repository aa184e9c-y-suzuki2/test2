ASSIGN TO "periodctl.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-PERIOD-FILE-STATUS.
SELECT FISCAL-FILE
ASSIGN TO "fiscalcal.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-FISCAL-FILE-STATUS.
SELECT BRMAP-FILE
ASSIGN TO "branchmap.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-BRMAP-FILE-STATUS.
SELECT OPERAUTH-FILE
ASSIGN TO "operauth.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-OPERAUTH-FILE-STATUS.
SELECT RUNLOCK-FILE
ASSIGN TO "runlock.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-RUNLOCK-FILE-STATUS.
SELECT TXNLIMIT-FILE
ASSIGN TO "txnlimit.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-TXNLIMIT-FILE-STATUS.
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
FD IN01-FILE.
COPY IN01REC.
FD IN01-REJECT-FILE.
01 IN01-REJECT.
03 IN01-REJECT-RAW PIC X(36).
03 IN01-REJECT-REASON PIC 9(02).
FD OUT01-FILE.
COPY OUT01REC.
05 RESTART-BALFWD-T-BRANCH PIC X(03).
05 RESTART-BALFWD-T-YEAR PIC X(04).
05 RESTART-BALFWD-T-AMOUNT PIC S9(07) SIGN LEADING SEPARATE.
03 RESTART-CTL-HOLD-COUNT PIC 9(08).
03 RESTART-CTL-HOLD-SUJI-TOTAL PIC S9(11) SIGN LEADING SEPARATE.
FD BALFWD-FILE.
01 BALFWD-REC.
03 BALFWD-BRANCH PIC X(03).
03 BKOAUD-SUJI PIC S9(07) SIGN LEADING SEPARATE.
03 BKOAUD-SUJI-ALL PIC S9(07) SIGN LEADING SEPARATE.
03 BKOAUD-BALFWD-AFTER PIC S9(07) SIGN LEADING SEPARATE.
03 BKOAUD-OPERATOR PIC X(08).
FD DTLARC-FILE.
01 DTLARC-REC.
03 DTLARC-KEY.
03 DTLARC-RUN-TIME PIC X(06).
FD PERIOD-FILE.
COPY PERIODCT.
FD FISCAL-FILE.
COPY FISCALCL.
FD BRMAP-FILE.
COPY BRMAPREC.
FD OPERAUTH-FILE.
COPY OPERAUTH.
FD RUNLOCK-FILE.
COPY RUNLOCK.
FD TXNLIMIT-FILE.
COPY TXNLIMIT.
FD HOLDQ-FILE.
COPY HOLDQREC.
FD HOLDREL-FILE.
COPY HOLDREL.
WORKING-STORAGE SECTION.
01 IN-FILE-STATUS PIC XX.
01 WK-OUT-FILE-STATUS PIC XX.
01 WK-BKOAUD-FILE-STATUS PIC XX.
01 WK-DTLARC-FILE-STATUS PIC XX.
01 WK-PERIOD-FILE-STATUS PIC XX.
01 WK-FISCAL-FILE-STATUS PIC XX.
01 WK-BRMAP-FILE-STATUS PIC XX.
01 WK-OPERAUTH-FILE-STATUS PIC XX.
01 WK-RUNLOCK-FILE-STATUS PIC XX.
01 WK-TXNLIMIT-FILE-STATUS PIC XX.
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
*> 会計期間管理（オープン中の年/月のみ計上可）用ワーク
01 WK-PERIOD-AREA.
03 WK-OPEN-PERIOD.
03 WK-BKO-BRANCH PIC X(03).
03 WK-BKO-YEAR PIC X(04).
03 WK-BKO-MONTH PIC X(02).
03 WK-BKO-FYEAR PIC X(04).
03 WK-BKO-SUJI PIC S9(07) VALUE ZERO.
03 WK-BKO-SUJI-ALL PIC S9(07) VALUE ZERO.
03 WK-BKO-BALFWD-AFTER PIC S9(07) VALUE ZERO.
07 WK-KEY-OLD-BRANCH PIC X(03).
07 WK-KEY-OLD-YEAR PIC X(04).
05 WK-KEY-OLD-MONTH PIC X(02).
05 WK-KEY-OLD-FYEAR PIC X(04).
03 WK-KEY-NEW.
05 WK-KEY-NEW-BR-YR.
07 WK-KEY-NEW-BRANCH PIC X(03).
07 WK-KEY-NEW-YEAR PIC X(04).
05 WK-KEY-NEW-MONTH PIC X(02).
05 WK-KEY-NEW-FYEAR PIC X(04).
01 WK-SUM-AREA.
03 WK-SUM-SUJI PIC S9(07).
03 WK-SUM-SUJI-ALL PIC S9(07).
05 WK-BRMST-T-BRANCH PIC X(03).
05 WK-BRMST-T-NAME PIC X(20).
05 WK-BRMST-T-STATUS PIC X(01).
*> 支店コード読替表（統合により廃止した支店コード→存続支店コード、適用開始年月）用ワーク
01 WK-BRMAP-AREA.
03 WK-BRMAP-COUNT PIC 9(04) VALUE ZERO.
03 WK-BRMAP-TABLE OCCURS 100 TIMES INDEXED BY WK-BRMAP-IDX.
05 WK-BRMAP-T-OLD-BRANCH PIC X(03).
05 WK-BRMAP-T-NEW-BRANCH PIC X(03).
05 WK-BRMAP-T-EFF-PERIOD PIC X(06).
*> 取引限度額表（支店・取引区分ごとの1明細あたりの限度額、支店***は全支店共通）用ワーク
01 WK-LIMIT-AREA.
03 WK-LIMIT-COUNT PIC 9(04) VALUE ZERO.
03 WK-LIMIT-FOUND PIC X VALUE "N".
88 WK-LIMIT-IS-FOUND VALUE "Y".
03 WK-LIMIT-ABS-SUJI PIC 9(07).
03 WK-LIMIT-TABLE OCCURS 300 TIMES INDEXED BY WK-LIMIT-IDX.
05 WK-LIMIT-T-BRANCH PIC X(03).
05 WK-LIMIT-T-TYPE PIC X(01).
05 WK-LIMIT-T-AMOUNT PIC 9(07).
*> 保留明細用ワーク（限度額超過の明細は集計せず保留キューへ回す）
*>　保留明細も明細アーカイブと同様にワーク表へ積み、チェックポイント書出し時にまとめて出力する
*>　保留番号は起動時の実行日時＋実行内の連番とし、再開後の保留とも重複しない
01 WK-HOLD-AREA.
03 WK-HOLD-SW PIC X VALUE "N".
88 WK-HOLD-REQUIRED VALUE "Y".
03 WK-HOLD-LIMIT PIC 9(07) VALUE ZERO.
03 WK-HOLD-SEQ PIC 9(04) VALUE ZERO.
03 WK-HOLD-COUNT PIC 9(04) VALUE ZERO.
03 WK-HOLD-MAX PIC 9(04) VALUE 500.
03 WK-HOLD-TABLE OCCURS 500 TIMES INDEXED BY WK-HOLD-IDX.
05 WK-HOLD-T-ID PIC X(18).
05 WK-HOLD-T-IN01 PIC X(18).
05 WK-HOLD-T-LIMIT PIC 9(07).
*> 保留解除済明細（holdrel.txtの解除済・未計上分、IN01-HOLD-IDで照合）用ワーク
*>　IN01に含まれていた解除済明細は正常終了時にholdrel.txtから除く
01 WK-HOLDREL-AREA.
03 WK-HOLDREL-COUNT PIC 9(04) VALUE ZERO.
03 WK-HOLDREL-FOUND PIC X VALUE "N".
88 WK-HOLDREL-IS-FOUND VALUE "Y".
03 WK-HOLDREL-POSTED-COUNT PIC 9(04) VALUE ZERO.
03 WK-HOLDREL-TABLE OCCURS 1000 TIMES INDEXED BY WK-HOLDREL-IDX.
05 WK-HOLDREL-T-IN01 PIC X(18).
05 WK-HOLDREL-T-HOLD-ID PIC X(18).
05 WK-HOLDREL-T-IN-RUN PIC X(01).
03 WK-HOLDREL-CMP-IN01.
05 WK-HOLDREL-CMP-BRANCH PIC X(03).
05 WK-HOLDREL-CMP-PERIOD PIC X(06).
05 FILLER PIC X(09).
*> ファイル名パラメータ化用ワーク（環境変数で入出力ファイル名を差し替え可能にする）
01 WK-FILE-PARM-AREA.
03 WK-IN01-FILENAME PIC X(100) VALUE "in01.txt".
03 WK-CKPT-COUNTER PIC 9(08) VALUE ZERO.
03 WK-SKIP-COUNT PIC 9(08) VALUE ZERO.
03 WK-SKIP-IDX PIC 9(08) VALUE ZERO.
*> 年度繰越残高（支店＋会計年度単位）用ワーク
01 WK-BALFWD-AREA.
03 WK-BALFWD-COUNT PIC 9(04) VALUE ZERO.
03 WK-BALFWD-FOUND PIC X VALUE "N".
03 WK-CTL-OUT-COUNT PIC 9(08) VALUE ZERO.
03 WK-CTL-OUT-SUJI-TOTAL PIC S9(11) VALUE ZERO.
03 WK-CTL-OUT-SUJI-ALL-TOTAL PIC S9(11) VALUE ZERO.
03 WK-CTL-HOLD-COUNT PIC 9(08) VALUE ZERO.
03 WK-CTL-HOLD-SUJI-TOTAL PIC S9(11) VALUE ZERO.
03 WK-CTL-EDIT-AMOUNT PIC -----------9.
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
PROCEDURE DIVISION.
0000-MAIN.
ACCEPT WK-START-PARM FROM COMMAND-LINE.
END-IF.
IF WK-START-PARM(1:7) = "BACKOUT"
MOVE "BACKOUT" TO WK-RUN-MODE
END-IF.
PERFORM 0060-CHECK-OPERATOR.
PERFORM 0070-ACQUIRE-RUN-LOCK.
IF WK-RUN-MODE = "BACKOUT"
PERFORM 8000-BACKOUT-PROCESS
END-IF.
PERFORM 0050-RESOLVE-FILE-PARMS.
PERFORM 0150-LOAD-BRANCH-MASTER.
PERFORM 0155-LOAD-BRANCH-MAP.
PERFORM 0160-LOAD-PERIOD-CONTROL.
PERFORM 0165-LOAD-FISCAL-CALENDAR.
PERFORM 0156-LOAD-TXN-LIMITS.
PERFORM 0157-LOAD-RELEASED-HOLDS.
PERFORM 0100-SEQUENCE-CHECK.
PERFORM 1000-INITIALIZE.
PERFORM 2000-MAIN-PROCESS
UNTIL IN-FILE-STATUS NOT = "00".
PERFORM 3000-TERMINATE.
PERFORM 0080-RELEASE-RUN-LOCK.
STOP RUN.
*> 0.入出力ファイル名解決処理（環境変数が設定されていればデフォルトのファイル名を差し替える）
0050-RESOLVE-FILE-PARMS.
IF WK-ENV-TEMP NOT = SPACES
MOVE WK-ENV-TEMP TO WK-OUT01-FILENAME
END-IF.
*> 0.操作者権限チェック処理（環境変数OPERATOR_IDの操作者を権限ファイルと照合し、計上（取消モードでは月次取消）の権限が無ければ拒否）
0060-CHECK-OPERATOR.
MOVE SPACES TO WK-OPERATOR-ID.
DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME.
ACCEPT WK-OPERATOR-ID FROM ENVIRONMENT-VALUE.
IF WK-OPERATOR-ID = SPACES
DISPLAY "SUM_SAMPLE02: NO OPERATOR ID -- SET OPERATOR_ID AND RERUN"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF.
MOVE "N" TO WK-OPERATOR-FOUND.
MOVE SPACES TO WK-OPERATOR-FUNCTIONS.
OPEN INPUT OPERAUTH-FILE.
IF WK-OPERAUTH-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02: CANNOT OPEN OPERATOR AUTHORIZATION operauth.dat"
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
DISPLAY "SUM_SAMPLE02: OPERATOR " WK-OPERATOR-ID
" IS NOT REGISTERED IN operauth.dat -- RUN REFUSED"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF.
IF WK-RUN-MODE = "BACKOUT"
IF NOT WK-OPERATOR-CAN-BACKOUT
DISPLAY "SUM_SAMPLE02: OPERATOR " WK-OPERATOR-ID
" IS NOT AUTHORIZED FOR BACKOUT -- RUN REFUSED"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF
ELSE
IF NOT WK-OPERATOR-CAN-POST
DISPLAY "SUM_SAMPLE02: OPERATOR " WK-OPERATOR-ID
" IS NOT AUTHORIZED FOR POSTING -- RUN REFUSED"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF
END-IF.
*> 0.実行ロック取得処理（他ジョブが保持中なら拒否、空ならrunlock.datへ自プログラム・操作者・開始日時を書き込む）
*>　※夜間運行など親ジョブが保持するロックの下で起動された場合は取得せずにそのまま実行する
0070-ACQUIRE-RUN-LOCK.
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
DISPLAY "SUM_SAMPLE02: RUNNING UNDER THE RUN LOCK OF "
WK-RUNLOCK-CUR-PROGRAM
ELSE
DISPLAY "SUM_SAMPLE02: MASTER FILES ARE IN USE BY "
WK-RUNLOCK-CUR-PROGRAM " OPERATOR " WK-RUNLOCK-CUR-OPERATOR
" SINCE " WK-RUNLOCK-CUR-DATE " " WK-RUNLOCK-CUR-TIME
" -- RUN REFUSED"
DISPLAY "SUM_SAMPLE02: IF THAT JOB IS NO LONGER RUNNING, "
"CLEAR THE LOCK WITH SUM_SAMPLE02_LCK CLEAR"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF
ELSE
INITIALIZE RUNLOCK-REC
MOVE "SUM_SAMPLE02" TO RUNLOCK-PROGRAM
MOVE WK-OPERATOR-ID TO RUNLOCK-OPERATOR
ACCEPT RUNLOCK-DATE FROM DATE YYYYMMDD
ACCEPT WK-RUNLOCK-NOW-TIME FROM TIME
MOVE WK-RUNLOCK-NOW-TIME(1:6) TO RUNLOCK-TIME
OPEN OUTPUT RUNLOCK-FILE
IF WK-RUNLOCK-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02: CANNOT CREATE RUN LOCK runlock.dat STATUS="
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
0080-RELEASE-RUN-LOCK.
IF WK-RUNLOCK-IS-HELD
OPEN OUTPUT RUNLOCK-FILE
IF WK-RUNLOCK-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02: CANNOT RELEASE RUN LOCK runlock.dat STATUS="
WK-RUNLOCK-FILE-STATUS
ELSE
CLOSE RUNLOCK-FILE
END-IF
MOVE "N" TO WK-RUNLOCK-HELD
END-IF.
*> 0.支店マスタ読込処理（BRMST-FILEを支店コード単位のワーク表へロード）
*>　※0100の順序チェックでも0200経由で支店チェックを行うため0100より前に実行する
0150-LOAD-BRANCH-MASTER.
END-READ
END-PERFORM.
CLOSE BRMST-FILE.
*> 0.支店コード読替表読込処理（BRMAP-FILEを読替表へロード、無ければ読替なしとして扱う）
*>　※0100の順序チェックでも0200経由で読替を行うため0100より前に実行する
0155-LOAD-BRANCH-MAP.
MOVE ZERO TO WK-BRMAP-COUNT.
OPEN INPUT BRMAP-FILE.
IF WK-BRMAP-FILE-STATUS = "00"
PERFORM UNTIL WK-BRMAP-FILE-STATUS NOT = "00"
READ BRMAP-FILE
AT END
CONTINUE
NOT AT END
IF WK-BRMAP-COUNT < 100
ADD 1 TO WK-BRMAP-COUNT
MOVE BRMAP-OLD-BRANCH TO WK-BRMAP-T-OLD-BRANCH(WK-BRMAP-COUNT)
MOVE BRMAP-NEW-BRANCH TO WK-BRMAP-T-NEW-BRANCH(WK-BRMAP-COUNT)
MOVE BRMAP-EFF-PERIOD TO WK-BRMAP-T-EFF-PERIOD(WK-BRMAP-COUNT)
ELSE
DISPLAY "SUM_SAMPLE02: BRANCH MAP TABLE FULL, CANNOT ADD "
BRMAP-OLD-BRANCH
MOVE 16 TO RETURN-CODE
CLOSE BRMAP-FILE
PERFORM 0080-RELEASE-RUN-LOCK
STOP RUN
END-IF
END-READ
END-PERFORM
CLOSE BRMAP-FILE
END-IF.
*> 0.取引限度額表読込処理（TXNLIMIT-FILEを限度額表へロード、無ければ限度額なしとして扱う）
0156-LOAD-TXN-LIMITS.
MOVE ZERO TO WK-LIMIT-COUNT.
OPEN INPUT TXNLIMIT-FILE.
IF WK-TXNLIMIT-FILE-STATUS = "00"
PERFORM UNTIL WK-TXNLIMIT-FILE-STATUS NOT = "00"
READ TXNLIMIT-FILE
AT END
CONTINUE
NOT AT END
IF TXNLIMIT-AMOUNT NOT NUMERIC
DISPLAY "SUM_SAMPLE02: INVALID RECORD IN txnlimit.txt: "
TXNLIMIT-REC
MOVE 16 TO RETURN-CODE
CLOSE TXNLIMIT-FILE
PERFORM 0080-RELEASE-RUN-LOCK
STOP RUN
END-IF
IF WK-LIMIT-COUNT < 300
ADD 1 TO WK-LIMIT-COUNT
MOVE TXNLIMIT-BRANCH TO WK-LIMIT-T-BRANCH(WK-LIMIT-COUNT)
MOVE TXNLIMIT-TYPE TO WK-LIMIT-T-TYPE(WK-LIMIT-COUNT)
MOVE TXNLIMIT-AMOUNT TO WK-LIMIT-T-AMOUNT(WK-LIMIT-COUNT)
ELSE
DISPLAY "SUM_SAMPLE02: TRANSACTION LIMIT TABLE FULL, CANNOT ADD "
TXNLIMIT-BRANCH "/" TXNLIMIT-TYPE
MOVE 16 TO RETURN-CODE
CLOSE TXNLIMIT-FILE
PERFORM 0080-RELEASE-RUN-LOCK
STOP RUN
END-IF
END-READ
END-PERFORM
CLOSE TXNLIMIT-FILE
END-IF.
*> 0.保留解除済明細読込処理（HOLDREL-FILEを解除済明細表へロード、無ければ0件扱い）
0157-LOAD-RELEASED-HOLDS.
MOVE ZERO TO WK-HOLDREL-COUNT.
OPEN INPUT HOLDREL-FILE.
IF WK-HOLDREL-FILE-STATUS = "00"
PERFORM UNTIL WK-HOLDREL-FILE-STATUS NOT = "00"
READ HOLDREL-FILE
AT END
CONTINUE
NOT AT END
IF WK-HOLDREL-COUNT < 1000
ADD 1 TO WK-HOLDREL-COUNT
MOVE HOLDREL-IN01 TO WK-HOLDREL-T-IN01(WK-HOLDREL-COUNT)
MOVE HOLDREL-HOLD-ID TO WK-HOLDREL-T-HOLD-ID(WK-HOLDREL-COUNT)
MOVE "N" TO WK-HOLDREL-T-IN-RUN(WK-HOLDREL-COUNT)
ELSE
DISPLAY "SUM_SAMPLE02: RELEASED HOLD TABLE FULL, CANNOT ADD "
HOLDREL-HOLD-ID
MOVE 16 TO RETURN-CODE
CLOSE HOLDREL-FILE
PERFORM 0080-RELEASE-RUN-LOCK
STOP RUN
END-IF
END-READ
END-PERFORM
CLOSE HOLDREL-FILE
END-IF.
*> 0.会計期間管理読込処理（PERIOD-FILEからオープン中の年/月を取得）
*>　※0100の順序チェックでも0200経由で期間チェックを行うため0100より前に実行する
0160-LOAD-PERIOD-CONTROL.
DISPLAY "SUM_SAMPLE02: CANNOT OPEN PERIOD CONTROL periodctl.dat"
" STATUS=" WK-PERIOD-FILE-STATUS
MOVE 16 TO RETURN-CODE
PERFORM 0080-RELEASE-RUN-LOCK
STOP RUN
END-IF.
READ PERIOD-FILE
DISPLAY "SUM_SAMPLE02: PERIOD CONTROL periodctl.dat IS EMPTY"
MOVE 16 TO RETURN-CODE
CLOSE PERIOD-FILE
PERFORM 0080-RELEASE-RUN-LOCK
STOP RUN
NOT AT END
MOVE PERIODCT-YEAR TO WK-OPEN-YEAR
CLOSE PERIOD-FILE.
DISPLAY "SUM_SAMPLE02: OPEN ACCOUNTING PERIOD IS "
WK-OPEN-YEAR "/" WK-OPEN-MONTH.
*> 0.会計年度カレンダー読込処理（期首月と月別の四半期/半期区分を取得、無ければ暦年として扱う）
0165-LOAD-FISCAL-CALENDAR.
MOVE 1 TO WK-FISCAL-START-MONTH.
PERFORM VARYING WK-FISCAL-IDX FROM 1 BY 1
UNTIL WK-FISCAL-IDX > 12
COMPUTE WK-FISCAL-T-QUARTER(WK-FISCAL-IDX) = (WK-FISCAL-IDX - 1) / 3 + 1
COMPUTE WK-FISCAL-T-HALF(WK-FISCAL-IDX) = (WK-FISCAL-IDX - 1) / 6 + 1
END-PERFORM.
OPEN INPUT FISCAL-FILE.
IF WK-FISCAL-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02: FISCAL CALENDAR fiscalcal.dat NOT FOUND, "
"FISCAL YEAR STARTS IN JANUARY"
ELSE
READ FISCAL-FILE
AT END
DISPLAY "SUM_SAMPLE02: FISCAL CALENDAR fiscalcal.dat IS EMPTY"
MOVE 16 TO RETURN-CODE
CLOSE FISCAL-FILE
PERFORM 0080-RELEASE-RUN-LOCK
STOP RUN
NOT AT END
PERFORM 0170-CHECK-FISCAL-CALENDAR
END-READ
CLOSE FISCAL-FILE
DISPLAY "SUM_SAMPLE02: FISCAL YEAR STARTS IN MONTH "
WK-FISCAL-START-MONTH
END-IF.
*> 0.会計年度カレンダー検査処理（期首月1～12、四半期1～4、半期1～2であることを確認しワークへ展開）
0170-CHECK-FISCAL-CALENDAR.
IF FISCAL-START-MONTH NOT NUMERIC
OR FISCAL-START-MONTH < "01" OR FISCAL-START-MONTH > "12"
DISPLAY "SUM_SAMPLE02: FISCAL CALENDAR HAS INVALID START MONTH "
FISCAL-START-MONTH
MOVE 16 TO RETURN-CODE
CLOSE FISCAL-FILE
PERFORM 0080-RELEASE-RUN-LOCK
STOP RUN
END-IF.
MOVE FISCAL-START-MONTH TO WK-FISCAL-START-MONTH.
PERFORM VARYING WK-FISCAL-IDX FROM 1 BY 1
UNTIL WK-FISCAL-IDX > 12
IF FISCAL-QUARTER(WK-FISCAL-IDX) < "1"
OR FISCAL-QUARTER(WK-FISCAL-IDX) > "4"
OR FISCAL-HALF(WK-FISCAL-IDX) < "1"
OR FISCAL-HALF(WK-FISCAL-IDX) > "2"
DISPLAY "SUM_SAMPLE02: FISCAL CALENDAR HAS INVALID QUARTER/HALF "
"FOR MONTH " WK-FISCAL-IDX
MOVE 16 TO RETURN-CODE
CLOSE FISCAL-FILE
PERFORM 0080-RELEASE-RUN-LOCK
STOP RUN
END-IF
MOVE FISCAL-QUARTER(WK-FISCAL-IDX)
TO WK-FISCAL-T-QUARTER(WK-FISCAL-IDX)
MOVE FISCAL-HALF(WK-FISCAL-IDX) TO WK-FISCAL-T-HALF(WK-FISCAL-IDX)
END-PERFORM.
*> 0.会計年度導出処理（WK-FISCAL-IN-YEAR/MONTHから会計年度・四半期・半期を求める）
*>　※会計年度は期首月の属する暦年で表す（期首月4なら2026/04～2027/03が2026年度）
0190-DERIVE-FISCAL-PERIOD.
IF WK-FISCAL-IN-MONTH >= WK-FISCAL-START-MONTH
MOVE WK-FISCAL-IN-YEAR TO WK-FISCAL-YEAR
ELSE
COMPUTE WK-FISCAL-YEAR = WK-FISCAL-IN-YEAR - 1
END-IF.
MOVE WK-FISCAL-T-QUARTER(WK-FISCAL-IN-MONTH) TO WK-FISCAL-QUARTER.
MOVE WK-FISCAL-T-HALF(WK-FISCAL-IN-MONTH) TO WK-FISCAL-HALF.
*> 0.支店マスタ読込不能時異常終了処理（ステータスコードを表示し異常終了）
0175-ABEND-BRMST-OPEN.
DISPLAY "SUM_SAMPLE02: CANNOT OPEN BRANCH MASTER branchmst.txt"
" STATUS=" WK-BRMST-FILE-STATUS.
MOVE 16 TO RETURN-CODE.
PERFORM 0080-RELEASE-RUN-LOCK.
STOP RUN.
*> 0.支店マスタ表満杯時異常終了処理
0180-ABEND-BRMST-FULL.
BRMST-BRANCH.
MOVE 16 TO RETURN-CODE.
CLOSE BRMST-FILE.
PERFORM 0080-RELEASE-RUN-LOCK.
STOP RUN.
*> 0.順序チェック処理（IN01-FILEがBRANCH/YEAR/MONTH昇順であることを確認）
0100-SEQUENCE-CHECK.
ADD 1 TO WK-SEQCHK-REC-NO
PERFORM 0200-VALIDATE-IN01
IF WK-REJECT-NONE
IF IN01-HOLD-ID NOT = SPACES
PERFORM 0245-MARK-RELEASED-HOLD
END-IF
MOVE IN01-BRANCH TO WK-SEQCHK-CURR-BRANCH
MOVE IN01-YEAR TO WK-SEQCHK-CURR-YEAR
MOVE IN01-MONTH TO WK-SEQCHK-CURR-MONTH
MOVE 16 TO RETURN-CODE
CLOSE IN01-FILE
PERFORM 0980-WRITE-RUN-HISTORY
PERFORM 0080-RELEASE-RUN-LOCK
STOP RUN
END-IF
MOVE WK-SEQCHK-CURR-KEY TO WK-SEQCHK-PREV-KEY
*> 0.項目チェック処理（IN01の数値・範囲チェック、WK-REJECT-REASONを設定）
0200-VALIDATE-IN01.
MOVE ZERO TO WK-REJECT-REASON.
MOVE "N" TO WK-HOLD-SW.
IF IN01-YEAR NOT NUMERIC
SET WK-REJECT-YEAR-INVALID TO TRUE
ELSE
AND IN01-SUJI < ZERO
SET WK-REJECT-SUJI-INVALID TO TRUE
ELSE
PERFORM 0205-TRANSLATE-BRANCH
PERFORM 0210-CHECK-BRANCH
IF WK-REJECT-NONE
PERFORM 0230-CHECK-PERIOD
END-IF
IF WK-REJECT-NONE
PERFORM 0240-CHECK-TXN-LIMIT
END-IF
END-IF
END-IF
END-IF
END-IF
END-IF
END-IF.
*> 0.支店コード読替処理（統合済の支店コードで適用開始年月以降の明細は存続支店コードへ読み替える）
*>　※読替表は統合時に多段の読替を存続支店へ付け替えてあるため1回の照合で足りる
0205-TRANSLATE-BRANCH.
MOVE IN01-YEAR TO WK-REC-YEAR.
MOVE IN01-MONTH TO WK-REC-MONTH.
PERFORM VARYING WK-BRMAP-IDX FROM 1 BY 1
UNTIL WK-BRMAP-IDX > WK-BRMAP-COUNT
IF WK-BRMAP-T-OLD-BRANCH(WK-BRMAP-IDX) = IN01-BRANCH
AND WK-REC-PERIOD >= WK-BRMAP-T-EFF-PERIOD(WK-BRMAP-IDX)
MOVE WK-BRMAP-T-NEW-BRANCH(WK-BRMAP-IDX) TO IN01-BRANCH
END-IF
END-PERFORM.
*> 0.支店チェック処理（IN01-BRANCHを支店マスタ表と照合、未登録・閉鎖は理由コードを設定）
0210-CHECK-BRANCH.
MOVE "N" TO WK-BRMST-FOUND.
SET WK-REJECT-PERIOD-FUTURE TO TRUE
END-IF
END-IF.
*> 0.取引限度額チェック処理（支店/取引区分の限度額を金額の絶対値が超える明細を保留とする）
*>　※限度額は支店＋取引区分の行を優先し、無ければ支店***の行を使う、どちらも無ければ限度額なし
*>　※保留解除済としてholdrel.txtにある明細（保留番号と内容が一致するもの）は対象外
*>　※解除済明細の内容は保留時点の支店コードのため、支店コード読替表を通してから照合する
0240-CHECK-TXN-LIMIT.
MOVE "N" TO WK-HOLDREL-FOUND.
IF IN01-HOLD-ID NOT = SPACES
PERFORM VARYING WK-HOLDREL-IDX FROM 1 BY 1
UNTIL WK-HOLDREL-IDX > WK-HOLDREL-COUNT
IF WK-HOLDREL-T-HOLD-ID(WK-HOLDREL-IDX) = IN01-HOLD-ID
MOVE WK-HOLDREL-T-IN01(WK-HOLDREL-IDX) TO WK-HOLDREL-CMP-IN01
PERFORM 0242-TRANSLATE-HOLDREL-BRANCH
IF WK-HOLDREL-CMP-IN01 = IN01(1:18)
MOVE "Y" TO WK-HOLDREL-FOUND
END-IF
END-IF
END-PERFORM
END-IF.
IF NOT WK-HOLDREL-IS-FOUND
MOVE "N" TO WK-LIMIT-FOUND
PERFORM VARYING WK-LIMIT-IDX FROM 1 BY 1
UNTIL WK-LIMIT-IDX > WK-LIMIT-COUNT
IF WK-LIMIT-T-BRANCH(WK-LIMIT-IDX) = IN01-BRANCH
AND WK-LIMIT-T-TYPE(WK-LIMIT-IDX) = IN01-TYPE
MOVE "Y" TO WK-LIMIT-FOUND
MOVE WK-LIMIT-T-AMOUNT(WK-LIMIT-IDX) TO WK-HOLD-LIMIT
END-IF
END-PERFORM
IF NOT WK-LIMIT-IS-FOUND
PERFORM VARYING WK-LIMIT-IDX FROM 1 BY 1
UNTIL WK-LIMIT-IDX > WK-LIMIT-COUNT
IF WK-LIMIT-T-BRANCH(WK-LIMIT-IDX) = "***"
AND WK-LIMIT-T-TYPE(WK-LIMIT-IDX) = IN01-TYPE
MOVE "Y" TO WK-LIMIT-FOUND
MOVE WK-LIMIT-T-AMOUNT(WK-LIMIT-IDX) TO WK-HOLD-LIMIT
END-IF
END-PERFORM
END-IF
IF WK-LIMIT-IS-FOUND
IF IN01-SUJI < ZERO
COMPUTE WK-LIMIT-ABS-SUJI = ZERO - IN01-SUJI
ELSE
MOVE IN01-SUJI TO WK-LIMIT-ABS-SUJI
END-IF
IF WK-LIMIT-ABS-SUJI > WK-HOLD-LIMIT
SET WK-HOLD-REQUIRED TO TRUE
END-IF
END-IF
END-IF.
*> 0.解除済明細支店コード読替処理（照合用に写した解除済明細の支店コードを0205と同じ読替表で存続支店へ読み替える）
0242-TRANSLATE-HOLDREL-BRANCH.
PERFORM VARYING WK-BRMAP-IDX FROM 1 BY 1
UNTIL WK-BRMAP-IDX > WK-BRMAP-COUNT
IF WK-BRMAP-T-OLD-BRANCH(WK-BRMAP-IDX) = WK-HOLDREL-CMP-BRANCH
AND WK-HOLDREL-CMP-PERIOD >= WK-BRMAP-T-EFF-PERIOD(WK-BRMAP-IDX)
MOVE WK-BRMAP-T-NEW-BRANCH(WK-BRMAP-IDX) TO WK-HOLDREL-CMP-BRANCH
END-IF
END-PERFORM.
*> 0.保留解除済明細照合処理（IN01に含まれる解除済明細を保留番号で照合し、今回の計上対象として印を付ける）
*>　※項目チェックで不正となった明細は印を付けない（保留番号付きのままリジェクトされ、補修後の再投入で照合する）
0245-MARK-RELEASED-HOLD.
PERFORM VARYING WK-HOLDREL-IDX FROM 1 BY 1
UNTIL WK-HOLDREL-IDX > WK-HOLDREL-COUNT
IF WK-HOLDREL-T-HOLD-ID(WK-HOLDREL-IDX) = IN01-HOLD-ID
MOVE "Y" TO WK-HOLDREL-T-IN-RUN(WK-HOLDREL-IDX)
END-IF
END-PERFORM.
*> 0.符号付金額導出処理（取引区分に応じてIN01-SUJIへ符号を適用、返品は減算）
0220-DERIVE-SIGNED-SUJI.
MOVE IN01-SUJI TO WK-SIGNED-SUJI.
COMPUTE WK-SIGNED-SUJI = ZERO - WK-SIGNED-SUJI
END-IF.
*> 0.不正レコード出力処理（IN01-REJECT-FILEへ生データと理由コードを出力）
*>　※解除済明細の保留番号も生データとして残し、補修後の再投入で解除済明細と照合できるようにする
0250-WRITE-REJECT.
MOVE IN01 TO IN01-REJECT-RAW.
MOVE WK-REJECT-REASON TO IN01-REJECT-REASON.
WRITE IN01-REJECT.
ADD 1 TO WK-CTL-REJECT-COUNT.
*> 0.保留明細積上げ処理（限度額超過の明細に保留番号を付けてワーク表へ積み、保留件数・金額を集計する）
0260-BUFFER-HOLD.
IF WK-HOLD-COUNT >= WK-HOLD-MAX
PERFORM 0285-FLUSH-HOLD-QUEUE
END-IF.
ADD 1 TO WK-HOLD-SEQ.
ADD 1 TO WK-HOLD-COUNT.
MOVE WK-DTLARC-DATE TO WK-HOLD-T-ID(WK-HOLD-COUNT)(1:8).
MOVE WK-DTLARC-TIME(1:6) TO WK-HOLD-T-ID(WK-HOLD-COUNT)(9:6).
MOVE WK-HOLD-SEQ TO WK-HOLD-T-ID(WK-HOLD-COUNT)(15:4).
MOVE IN01(1:18) TO WK-HOLD-T-IN01(WK-HOLD-COUNT).
MOVE WK-HOLD-LIMIT TO WK-HOLD-T-LIMIT(WK-HOLD-COUNT).
ADD 1 TO WK-CTL-HOLD-COUNT.
PERFORM 0220-DERIVE-SIGNED-SUJI.
ADD WK-SIGNED-SUJI TO WK-CTL-HOLD-SUJI-TOTAL.
DISPLAY "SUM_SAMPLE02: HELD " IN01-BRANCH "/" IN01-YEAR "/"
IN01-MONTH " TYPE " IN01-TYPE " AMOUNT " IN01-SUJI
" OVER LIMIT " WK-HOLD-LIMIT " AS HOLD "
WK-HOLD-T-ID(WK-HOLD-COUNT).
*> 0.明細アーカイブ積上げ処理（受理した明細を符号付金額・取引区分付きでワーク表へ積む）
0270-BUFFER-DETAIL-ARCHIVE.
IF WK-DTLARC-COUNT >= WK-DTLARC-MAX
MOVE 16 TO RETURN-CODE.
PERFORM 0980-WRITE-RUN-HISTORY.
STOP RUN.
*> 0.保留キュー出力処理（ワーク表の保留明細を計上操作者付きでHOLDQ-FILEへ追記し表を空にする）
0285-FLUSH-HOLD-QUEUE.
PERFORM VARYING WK-HOLD-IDX FROM 1 BY 1
UNTIL WK-HOLD-IDX > WK-HOLD-COUNT
MOVE WK-HOLD-T-ID(WK-HOLD-IDX) TO HOLDQ-ID
MOVE WK-HOLD-T-IN01(WK-HOLD-IDX) TO HOLDQ-IN01
MOVE WK-HOLD-T-LIMIT(WK-HOLD-IDX) TO HOLDQ-LIMIT
MOVE WK-OPERATOR-ID TO HOLDQ-OPERATOR
WRITE HOLDQ-REC
IF WK-HOLDQ-FILE-STATUS NOT = "00"
PERFORM 0295-ABEND-HOLDQ-WRITE
END-IF
END-PERFORM.
MOVE ZERO TO WK-HOLD-COUNT.
*> 0.保留キュー書込異常時異常終了処理（ステータスコードを表示し異常終了）
0295-ABEND-HOLDQ-WRITE.
DISPLAY "SUM_SAMPLE02: WRITE TO holdq.dat FAILED STATUS="
WK-HOLDQ-FILE-STATUS.
MOVE 16 TO RETURN-CODE.
PERFORM 0980-WRITE-RUN-HISTORY.
STOP RUN.
*> 0.SUJI集計オーバーフロー警告出力処理（OUT01-EXCEPT-FILEへ支店/年月と原因レコードを出力）
0300-WRITE-SIZE-ERROR-WARNING.
MOVE WK-KEY-NEW-BRANCH TO OUT01-EXCEPT-BRANCH.
CLOSE OUT01-EXCEPT-FILE.
CLOSE SUMMAST-FILE.
CLOSE DTLARC-FILE.
CLOSE HOLDQ-FILE.
PERFORM 0980-WRITE-RUN-HISTORY.
STOP RUN.
*> 0.チェックポイント出力処理（明細アーカイブと保留明細を書き出した上で現在の状態をRESTART-FILEへ書き出す）
0500-WRITE-CHECKPOINT.
PERFORM 0280-FLUSH-DETAIL-ARCHIVE.
PERFORM 0285-FLUSH-HOLD-QUEUE.
OPEN OUTPUT RESTART-FILE.
INITIALIZE RESTART-REC.
MOVE WK-TOTAL-READ-COUNT TO RESTART-READ-COUNT.
MOVE WK-CTL-OUT-SUJI-TOTAL TO RESTART-CTL-OUT-SUJI-TOTAL.
MOVE WK-CTL-OUT-SUJI-ALL-TOTAL TO RESTART-CTL-OUT-SUJI-ALL-TOTAL.
MOVE WK-CTL-OVERFLOW-COUNT TO RESTART-OVERFLOW-COUNT.
MOVE WK-CTL-HOLD-COUNT TO RESTART-CTL-HOLD-COUNT.
MOVE WK-CTL-HOLD-SUJI-TOTAL TO RESTART-CTL-HOLD-SUJI-TOTAL.
MOVE WK-IN01-FILENAME TO RESTART-IN01-FILENAME.
MOVE WK-OUT01-FILENAME TO RESTART-OUT01-FILENAME.
MOVE WK-BALFWD-COUNT TO RESTART-BALFWD-COUNT.
IF WK-RESTART-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02: RESTART REQUESTED BUT NO CHECKPOINT FOUND"
MOVE 16 TO RETURN-CODE
PERFORM 0080-RELEASE-RUN-LOCK
STOP RUN
END-IF.
READ RESTART-FILE
DISPLAY "SUM_SAMPLE02: RESTART REQUESTED BUT NO CHECKPOINT FOUND"
MOVE 16 TO RETURN-CODE
CLOSE RESTART-FILE
PERFORM 0080-RELEASE-RUN-LOCK
STOP RUN
NOT AT END
IF RESTART-IN01-FILENAME NOT = WK-IN01-FILENAME
RESTART-IN01-FILENAME ") -- ABORTING"
MOVE 16 TO RETURN-CODE
CLOSE RESTART-FILE
PERFORM 0080-RELEASE-RUN-LOCK
STOP RUN
END-IF
IF RESTART-OUT01-FILENAME NOT = WK-OUT01-FILENAME
RESTART-OUT01-FILENAME ") -- ABORTING"
MOVE 16 TO RETURN-CODE
CLOSE RESTART-FILE
PERFORM 0080-RELEASE-RUN-LOCK
STOP RUN
END-IF
MOVE RESTART-READ-COUNT TO WK-SKIP-COUNT
MOVE RESTART-BRANCH TO WK-KEY-OLD-BRANCH WK-KEY-NEW-BRANCH
MOVE RESTART-YEAR TO WK-KEY-OLD-YEAR WK-KEY-NEW-YEAR
MOVE RESTART-MONTH TO WK-KEY-OLD-MONTH WK-KEY-NEW-MONTH
MOVE RESTART-YEAR TO WK-FISCAL-IN-YEAR
MOVE RESTART-MONTH TO WK-FISCAL-IN-MONTH
PERFORM 0190-DERIVE-FISCAL-PERIOD
MOVE WK-FISCAL-YEAR TO WK-KEY-OLD-FYEAR WK-KEY-NEW-FYEAR
MOVE RESTART-SUM-SUJI TO WK-SUM-SUJI
MOVE RESTART-SUM-SUJI-ALL TO WK-SUM-SUJI-ALL
MOVE RESTART-CTL-IN-COUNT TO WK-CTL-IN-COUNT
MOVE RESTART-CTL-OUT-SUJI-TOTAL TO WK-CTL-OUT-SUJI-TOTAL
MOVE RESTART-CTL-OUT-SUJI-ALL-TOTAL TO WK-CTL-OUT-SUJI-ALL-TOTAL
MOVE RESTART-OVERFLOW-COUNT TO WK-CTL-OVERFLOW-COUNT
IF RESTART-CTL-HOLD-COUNT IS NUMERIC
MOVE RESTART-CTL-HOLD-COUNT TO WK-CTL-HOLD-COUNT
MOVE RESTART-CTL-HOLD-SUJI-TOTAL TO WK-CTL-HOLD-SUJI-TOTAL
END-IF
MOVE RESTART-BALFWD-COUNT TO WK-BALFWD-COUNT
PERFORM VARYING WK-BALFWD-IDX FROM 1 BY 1
UNTIL WK-BALFWD-IDX > WK-BALFWD-COUNT
END-READ
ADD 1 TO WK-SKIP-IDX
END-PERFORM.
*> 0.年度繰越残高読込処理（BALFWD-FILEを支店/会計年度単位のワーク表へロード）
0800-LOAD-BALANCE-FORWARD.
MOVE ZERO TO WK-BALFWD-COUNT.
OPEN INPUT BALFWD-FILE.
"CANNOT ADD " BALFWD-BRANCH "/" BALFWD-YEAR
MOVE 16 TO RETURN-CODE
CLOSE BALFWD-FILE
PERFORM 0080-RELEASE-RUN-LOCK
STOP RUN
END-IF
END-READ
END-PERFORM
CLOSE BALFWD-FILE
END-IF.
*> 0.年度繰越残高検索処理（WK-KEY-OLD-BRANCH/FYEARに対応する期首残高を求める）
0850-LOOKUP-OPENING-BALANCE.
MOVE ZERO TO WK-OPENING-BALANCE.
PERFORM VARYING WK-BALFWD-IDX FROM 1 BY 1
UNTIL WK-BALFWD-IDX > WK-BALFWD-COUNT
IF WK-BALFWD-T-BRANCH(WK-BALFWD-IDX) = WK-KEY-OLD-BRANCH
AND WK-BALFWD-T-YEAR(WK-BALFWD-IDX) = WK-KEY-OLD-FYEAR
MOVE WK-BALFWD-T-AMOUNT(WK-BALFWD-IDX) TO WK-OPENING-BALANCE
END-IF
END-PERFORM.
*> 0.年度繰越残高更新処理（支店/会計年度の確定累計をワーク表へ反映、新規なら追加）
0900-UPDATE-BALANCE-TABLE.
MOVE "N" TO WK-BALFWD-FOUND.
PERFORM VARYING WK-BALFWD-IDX FROM 1 BY 1
UNTIL WK-BALFWD-IDX > WK-BALFWD-COUNT
IF WK-BALFWD-T-BRANCH(WK-BALFWD-IDX) = WK-KEY-OLD-BRANCH
AND WK-BALFWD-T-YEAR(WK-BALFWD-IDX) = WK-KEY-OLD-FYEAR
MOVE WK-SUM-SUJI-ALL TO WK-BALFWD-T-AMOUNT(WK-BALFWD-IDX)
MOVE "Y" TO WK-BALFWD-FOUND
END-IF
IF WK-BALFWD-COUNT < 200
ADD 1 TO WK-BALFWD-COUNT
MOVE WK-KEY-OLD-BRANCH TO WK-BALFWD-T-BRANCH(WK-BALFWD-COUNT)
MOVE WK-KEY-OLD-FYEAR TO WK-BALFWD-T-YEAR(WK-BALFWD-COUNT)
MOVE WK-SUM-SUJI-ALL TO WK-BALFWD-T-AMOUNT(WK-BALFWD-COUNT)
ELSE
PERFORM 0925-ABEND-BALFWD-FULL
*> 0.年度繰越残高表満杯時異常終了処理（キーを表示し異常終了）
0925-ABEND-BALFWD-FULL.
DISPLAY "SUM_SAMPLE02: BALANCE-FORWARD TABLE FULL, CANNOT ADD "
WK-KEY-OLD-BRANCH "/" WK-KEY-OLD-FYEAR.
MOVE 16 TO RETURN-CODE.
CLOSE IN01-FILE.
CLOSE IN01-REJECT-FILE.
CLOSE OUT01-EXCEPT-FILE.
CLOSE SUMMAST-FILE.
CLOSE DTLARC-FILE.
CLOSE HOLDQ-FILE.
PERFORM 0980-WRITE-RUN-HISTORY.
STOP RUN.
*> 0.要約マスタ更新処理（キーブレイク時に支店/年/月キーで書替、新規キーなら追加）
CLOSE OUT01-EXCEPT-FILE.
CLOSE SUMMAST-FILE.
CLOSE DTLARC-FILE.
CLOSE HOLDQ-FILE.
PERFORM 0980-WRITE-RUN-HISTORY.
STOP RUN.
*> 0.要約マスタオープン処理（無ければ新規作成してI-Oで開き直す）
DISPLAY "SUM_SAMPLE02: ---- CONTROL TOTAL REPORT ----".
DISPLAY "SUM_SAMPLE02: INPUT  RECORDS VALID    = " WK-CTL-IN-COUNT.
DISPLAY "SUM_SAMPLE02: INPUT  RECORDS REJECTED = " WK-CTL-REJECT-COUNT.
DISPLAY "SUM_SAMPLE02: INPUT  RECORDS HELD     = " WK-CTL-HOLD-COUNT.
MOVE WK-CTL-HOLD-SUJI-TOTAL TO WK-CTL-EDIT-AMOUNT.
DISPLAY "SUM_SAMPLE02: INPUT  SUJI HELD        = " WK-CTL-EDIT-AMOUNT.
DISPLAY "SUM_SAMPLE02: RELEASED HOLDS IN INPUT = " WK-HOLDREL-POSTED-COUNT.
MOVE WK-CTL-IN-SUJI-TOTAL TO WK-CTL-EDIT-AMOUNT.
DISPLAY "SUM_SAMPLE02: INPUT  SUJI TOTAL       = " WK-CTL-EDIT-AMOUNT.
DISPLAY "SUM_SAMPLE02: OUTPUT RECORDS WRITTEN  = " WK-CTL-OUT-COUNT.
TO RUNHIST-CTL-OUT-SUJI-ALL-TOTAL
MOVE WK-CTL-OVERFLOW-COUNT TO RUNHIST-OVERFLOW-COUNT
MOVE RETURN-CODE TO RUNHIST-RETURN-CODE
MOVE WK-OPERATOR-ID TO RUNHIST-OPERATOR
WRITE RUNHIST-REC
CLOSE RUNHIST-FILE
END-IF.
*> 0.保留解除済明細書替処理（今回のIN01に含まれていた解除済明細をholdrel.txtから除き、残りを書き戻す）
0990-REWRITE-RELEASED-HOLDS.
MOVE ZERO TO WK-HOLDREL-POSTED-COUNT.
PERFORM VARYING WK-HOLDREL-IDX FROM 1 BY 1
UNTIL WK-HOLDREL-IDX > WK-HOLDREL-COUNT
IF WK-HOLDREL-T-IN-RUN(WK-HOLDREL-IDX) = "Y"
ADD 1 TO WK-HOLDREL-POSTED-COUNT
END-IF
END-PERFORM.
IF WK-HOLDREL-POSTED-COUNT > ZERO
OPEN OUTPUT HOLDREL-FILE
IF WK-HOLDREL-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02: CANNOT REWRITE holdrel.txt STATUS="
WK-HOLDREL-FILE-STATUS " -- REMOVE THE RELEASED HOLDS POSTED "
"BY THIS RUN BEFORE THE NEXT POSTING"
ELSE
PERFORM VARYING WK-HOLDREL-IDX FROM 1 BY 1
UNTIL WK-HOLDREL-IDX > WK-HOLDREL-COUNT
IF WK-HOLDREL-T-IN-RUN(WK-HOLDREL-IDX) NOT = "Y"
MOVE WK-HOLDREL-T-IN01(WK-HOLDREL-IDX) TO HOLDREL-IN01
MOVE WK-HOLDREL-T-HOLD-ID(WK-HOLDREL-IDX) TO HOLDREL-HOLD-ID
WRITE HOLDREL-REC
END-IF
END-PERFORM
CLOSE HOLDREL-FILE
END-IF
END-IF.
*> 1.初期処理（ファイルオープン）
1000-INITIALIZE.
OPEN INPUT IN01-FILE.
PERFORM 0980-WRITE-RUN-HISTORY
STOP RUN
END-IF.
OPEN EXTEND HOLDQ-FILE.
IF WK-HOLDQ-FILE-STATUS NOT = "00"
OPEN OUTPUT HOLDQ-FILE
END-IF.
IF WK-HOLDQ-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02: CANNOT OPEN holdq.dat STATUS="
WK-HOLDQ-FILE-STATUS
MOVE 16 TO RETURN-CODE
PERFORM 0980-WRITE-RUN-HISTORY
STOP RUN
END-IF.
IF WK-RESTART-REQUESTED
OPEN EXTEND IN01-REJECT-FILE
IF WK-IN01-REJECT-FILE-STATUS NOT = "00"
WK-KEY-OLD-YEAR
MOVE IN01-MONTH TO WK-KEY-NEW-MONTH
WK-KEY-OLD-MONTH
MOVE IN01-YEAR TO WK-FISCAL-IN-YEAR
MOVE IN01-MONTH TO WK-FISCAL-IN-MONTH
PERFORM 0190-DERIVE-FISCAL-PERIOD
MOVE WK-FISCAL-YEAR TO WK-KEY-NEW-FYEAR
WK-KEY-OLD-FYEAR
MOVE WK-SIGNED-SUJI TO WK-SUM-SUJI
MOVE WK-SIGNED-SUJI TO WK-SUM-SUJI-ALL
PERFORM 0850-LOOKUP-OPENING-BALANCE
DISPLAY "READ END"
END-IF
END-IF.
*> 1.有効レコード読込処理（不正レコードと保留明細を読み飛ばし、IN-FILE-STATUSで読込結果を判定）
1500-READ-VALID-IN01.
PERFORM UNTIL IN-FILE-STATUS NOT = "00"
READ IN01-FILE
ADD 1 TO WK-TOTAL-READ-COUNT
PERFORM 0200-VALIDATE-IN01
IF WK-REJECT-NONE
IF WK-HOLD-REQUIRED
PERFORM 0260-BUFFER-HOLD
ELSE
ADD 1 TO WK-CTL-IN-COUNT
PERFORM 0220-DERIVE-SIGNED-SUJI
ADD WK-SIGNED-SUJI TO WK-CTL-IN-SUJI-TOTAL
PERFORM 0270-BUFFER-DETAIL-ARCHIVE
END-IF
ELSE
PERFORM 0250-WRITE-REJECT
END-IF
END-READ
IF WK-REJECT-NONE AND NOT WK-HOLD-REQUIRED
EXIT PERFORM
END-IF
END-PERFORM.
*> 2.主処理（キーブレイク処理、データ集計処理）
*>　キーブレイク１：支店＋会計年度（異なれば年度累計もリセット）
*>　キーブレイク２：支店＋年＋月（異なれば月次集計のみリセットし年度累計は継続）
2000-MAIN-PROCESS.
PERFORM 1500-READ-VALID-IN01.
MOVE IN01-BRANCH TO WK-KEY-NEW-BRANCH
MOVE IN01-YEAR TO WK-KEY-NEW-YEAR
MOVE IN01-MONTH TO WK-KEY-NEW-MONTH
MOVE IN01-YEAR TO WK-FISCAL-IN-YEAR
MOVE IN01-MONTH TO WK-FISCAL-IN-MONTH
PERFORM 0190-DERIVE-FISCAL-PERIOD
MOVE WK-FISCAL-YEAR TO WK-KEY-NEW-FYEAR
*>　キーブレイク１
IF WK-KEY-NEW-BRANCH = WK-KEY-OLD-BRANCH
AND WK-KEY-NEW-FYEAR = WK-KEY-OLD-FYEAR
*>　データ集計
THEN
*>　キーブレイク２
*> 3.終了処理（ファイルクローズ）
3000-TERMINATE.
PERFORM 0280-FLUSH-DETAIL-ARCHIVE.
PERFORM 0285-FLUSH-HOLD-QUEUE.
CLOSE IN01-FILE.
CLOSE IN01-REJECT-FILE.
CLOSE OUT01-FILE.
CLOSE OUT01-EXCEPT-FILE.
CLOSE SUMMAST-FILE.
CLOSE DTLARC-FILE.
CLOSE HOLDQ-FILE.
PERFORM 0575-CLEAR-CHECKPOINT.
PERFORM 0950-WRITE-BALANCE-FORWARD.
PERFORM 0990-REWRITE-RELEASED-HOLDS.
PERFORM 0960-PRINT-CONTROL-TOTALS.
PERFORM 0980-WRITE-RUN-HISTORY.
*> 8.月次取消処理（指定支店/年/月の計上を要約マスタと年度繰越残高から取り消す）
OR WK-BKO-MONTH = SPACES
DISPLAY "SUM_SAMPLE02: USAGE: SUM_SAMPLE02 BACKOUT branch year month"
MOVE 16 TO RETURN-CODE
PERFORM 0080-RELEASE-RUN-LOCK
STOP RUN
END-IF.
PERFORM 0165-LOAD-FISCAL-CALENDAR.
IF WK-BKO-YEAR NOT NUMERIC OR WK-BKO-MONTH NOT NUMERIC
OR WK-BKO-MONTH < "01" OR WK-BKO-MONTH > "12"
DISPLAY "SUM_SAMPLE02: USAGE: SUM_SAMPLE02 BACKOUT branch year month"
MOVE 16 TO RETURN-CODE
PERFORM 0080-RELEASE-RUN-LOCK
STOP RUN
END-IF.
MOVE WK-BKO-YEAR TO WK-FISCAL-IN-YEAR.
MOVE WK-BKO-MONTH TO WK-FISCAL-IN-MONTH.
PERFORM 0190-DERIVE-FISCAL-PERIOD.
MOVE WK-FISCAL-YEAR TO WK-BKO-FYEAR.
PERFORM 0800-LOAD-BALANCE-FORWARD.
PERFORM 0940-OPEN-SUMMARY-MASTER.
MOVE WK-BKO-BRANCH TO SUMMAST-BRANCH.
MOVE 16 TO RETURN-CODE
CLOSE SUMMAST-FILE
PERFORM 0980-WRITE-RUN-HISTORY
PERFORM 0080-RELEASE-RUN-LOCK
STOP RUN
NOT INVALID KEY
MOVE SUMMAST-SUJI TO WK-BKO-SUJI
DISPLAY "SUM_SAMPLE02: BACKED OUT " WK-BKO-BRANCH "/"
WK-BKO-YEAR "/" WK-BKO-MONTH.
PERFORM 0980-WRITE-RUN-HISTORY.
PERFORM 0080-RELEASE-RUN-LOCK.
STOP RUN.
*> 8.年度繰越残高取消処理（支店/会計年度の残高から対象月の計上額を差し引く）
8100-REVERSE-BALANCE.
MOVE "N" TO WK-BALFWD-FOUND.
PERFORM VARYING WK-BALFWD-IDX FROM 1 BY 1
UNTIL WK-BALFWD-IDX > WK-BALFWD-COUNT
IF WK-BALFWD-T-BRANCH(WK-BALFWD-IDX) = WK-BKO-BRANCH
AND WK-BALFWD-T-YEAR(WK-BALFWD-IDX) = WK-BKO-FYEAR
SUBTRACT WK-BKO-SUJI FROM WK-BALFWD-T-AMOUNT(WK-BALFWD-IDX)
MOVE WK-BALFWD-T-AMOUNT(WK-BALFWD-IDX)
TO WK-BKO-BALFWD-AFTER
END-PERFORM.
IF NOT WK-BALFWD-IS-FOUND
DISPLAY "SUM_SAMPLE02: NO BALANCE-FORWARD ENTRY FOR "
WK-BKO-BRANCH "/" WK-BKO-FYEAR " -- BALANCE NOT ADJUSTED"
END-IF.
*> 8.後続月累計調整処理（同一支店/会計年度の対象月より後の月の年度累計から計上額を差し引く）
8200-ADJUST-LATER-MONTHS.
MOVE "N" TO WK-BKO-SCAN-DONE.
MOVE WK-BKO-BRANCH TO SUMMAST-BRANCH.
END-START.
PERFORM 8250-ADJUST-ONE-MONTH
UNTIL WK-BKO-SCAN-IS-DONE.
*> 8.後続月累計調整単件処理（次レコードを読み同一支店/会計年度なら累計を書き替える）
8250-ADJUST-ONE-MONTH.
READ SUMMAST-FILE NEXT RECORD
AT END
SET WK-BKO-SCAN-IS-DONE TO TRUE
NOT AT END
MOVE SUMMAST-YEAR TO WK-FISCAL-IN-YEAR
MOVE SUMMAST-MONTH TO WK-FISCAL-IN-MONTH
PERFORM 0190-DERIVE-FISCAL-PERIOD
IF SUMMAST-BRANCH = WK-BKO-BRANCH
AND WK-FISCAL-YEAR = WK-BKO-FYEAR
SUBTRACT WK-BKO-SUJI FROM SUMMAST-SUJI-ALL
REWRITE SUMMAST-REC
INVALID KEY
MOVE WK-BKO-SUJI TO BKOAUD-SUJI
MOVE WK-BKO-SUJI-ALL TO BKOAUD-SUJI-ALL
MOVE WK-BKO-BALFWD-AFTER TO BKOAUD-BALFWD-AFTER
MOVE WK-OPERATOR-ID TO BKOAUD-OPERATOR
WRITE BKOAUD-REC
CLOSE BKOAUD-FILE
END-IF.
