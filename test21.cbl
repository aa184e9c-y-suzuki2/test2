IDENTIFICATION DIVISION.
PROGRAM-ID. SUM_SAMPLE02_MRG.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT BRMST-FILE
ASSIGN TO "branchmst.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-BRMST-FILE-STATUS.
SELECT BRMAP-FILE
ASSIGN TO "branchmap.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-BRMAP-FILE-STATUS.
SELECT SUMMAST-FILE
ASSIGN TO "summast.dat"
ORGANIZATION IS INDEXED
ACCESS MODE IS DYNAMIC
RECORD KEY IS SUMMAST-KEY
FILE STATUS IS WK-SUMMAST-FILE-STATUS.
SELECT BALFWD-FILE
ASSIGN TO "balfwd.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-BALFWD-FILE-STATUS.
SELECT DTLARC-FILE
ASSIGN TO "dtlarch.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-DTLARC-FILE-STATUS.
SELECT DTLKEEP-FILE
ASSIGN TO "dtlarchm.tmp"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-DTLKEEP-FILE-STATUS.
SELECT PERIOD-FILE
ASSIGN TO "periodctl.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-PERIOD-FILE-STATUS.
SELECT FISCAL-FILE
ASSIGN TO "fiscalcal.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-FISCAL-FILE-STATUS.
SELECT MRGAUD-FILE
ASSIGN TO "mergeaudit.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-MRGAUD-FILE-STATUS.
SELECT RUNHIST-FILE
ASSIGN TO "runhist.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-RUNHIST-FILE-STATUS.
SELECT OPERAUTH-FILE
ASSIGN TO "operauth.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-OPERAUTH-FILE-STATUS.
SELECT RUNLOCK-FILE
ASSIGN TO "runlock.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-RUNLOCK-FILE-STATUS.
SELECT BKPCAT-FILE
ASSIGN TO "bkpcatalog.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-BKPCAT-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD BRMST-FILE.
COPY BRMSTREC.
FD BRMAP-FILE.
COPY BRMAPREC.
FD SUMMAST-FILE.
COPY SUMMAST.
FD BALFWD-FILE.
01 BALFWD-REC.
03 BALFWD-BRANCH PIC X(03).
03 BALFWD-YEAR PIC X(04).
03 BALFWD-AMOUNT PIC S9(07) SIGN LEADING SEPARATE.
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
FD DTLKEEP-FILE.
*> DTLARC-RECと同一レイアウトのイメージ（32バイト）
01 DTLKEEP-REC PIC X(32).
FD PERIOD-FILE.
COPY PERIODCT.
FD FISCAL-FILE.
COPY FISCALCL.
FD MRGAUD-FILE.
01 MRGAUD-REC.
03 MRGAUD-DATE PIC X(08).
03 MRGAUD-TIME PIC X(06).
03 MRGAUD-OLD-BRANCH PIC X(03).
03 MRGAUD-NEW-BRANCH PIC X(03).
03 MRGAUD-EFF-YEAR PIC X(04).
03 MRGAUD-EFF-MONTH PIC X(02).
03 MRGAUD-SUM-MOVED PIC 9(08).
03 MRGAUD-SUM-COMBINED PIC 9(08).
03 MRGAUD-SUM-RECALC PIC 9(08).
03 MRGAUD-BALFWD-MOVED PIC 9(08).
03 MRGAUD-BALFWD-COMBINED PIC 9(08).
03 MRGAUD-DTL-MOVED PIC 9(08).
03 MRGAUD-SUJI-MOVED PIC S9(11) SIGN LEADING SEPARATE.
03 MRGAUD-MAP-REPOINTED PIC 9(04).
03 MRGAUD-OPERATOR PIC X(08).
FD RUNHIST-FILE.
COPY RUNHIST.
FD OPERAUTH-FILE.
COPY OPERAUTH.
FD RUNLOCK-FILE.
COPY RUNLOCK.
FD BKPCAT-FILE.
COPY BKPCATLG.
WORKING-STORAGE SECTION.
01 WK-BRMST-FILE-STATUS PIC XX.
01 WK-BRMAP-FILE-STATUS PIC XX.
01 WK-SUMMAST-FILE-STATUS PIC XX.
01 WK-BALFWD-FILE-STATUS PIC XX.
01 WK-DTLARC-FILE-STATUS PIC XX.
01 WK-DTLKEEP-FILE-STATUS PIC XX.
01 WK-PERIOD-FILE-STATUS PIC XX.
01 WK-FISCAL-FILE-STATUS PIC XX.
01 WK-MRGAUD-FILE-STATUS PIC XX.
01 WK-RUNHIST-FILE-STATUS PIC XX.
01 WK-OPERAUTH-FILE-STATUS PIC XX.
01 WK-RUNLOCK-FILE-STATUS PIC XX.
01 WK-BKPCAT-FILE-STATUS PIC XX.
01 WK-RUN-DATE-8 PIC 9(08).
01 WK-RUNHIST-TIME PIC 9(08).
*> 統合指示用ワーク（コマンドラインの廃止支店・存続支店・適用開始年月）
01 WK-PARM-AREA.
03 WK-PARM-LINE PIC X(40).
03 WK-ARG-OLD-BRANCH PIC X(03).
03 WK-ARG-NEW-BRANCH PIC X(03).
03 WK-ARG-EFF-PERIOD.
05 WK-ARG-EFF-YEAR PIC X(04).
05 WK-ARG-EFF-MONTH PIC X(02).
*> 会計期間管理（オープン中の年/月）用ワーク
01 WK-PERIOD-AREA.
03 WK-OPEN-PERIOD.
05 WK-OPEN-YEAR PIC X(04).
05 WK-OPEN-MONTH PIC X(02).
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
*> 支店マスタ（コード・支店名・状態・地域コード）用ワーク
01 WK-BRMST-AREA.
03 WK-BRMST-COUNT PIC 9(04) VALUE ZERO.
03 WK-BRMST-KEY-BRANCH PIC X(03).
03 WK-BRMST-HIT-IDX PIC 9(04) VALUE ZERO.
88 WK-BRMST-NOT-FOUND VALUE ZERO.
03 WK-BRMST-OLD-IDX PIC 9(04) VALUE ZERO.
03 WK-BRMST-NEW-IDX PIC 9(04) VALUE ZERO.
03 WK-BRMST-TABLE OCCURS 100 TIMES INDEXED BY WK-BRMST-IDX.
05 WK-BRMST-T-BRANCH PIC X(03).
05 WK-BRMST-T-NAME PIC X(20).
05 WK-BRMST-T-STATUS PIC X(01).
05 WK-BRMST-T-REGION PIC X(03).
*> 支店コード読替表（廃止支店コード→存続支店コード、適用開始年月、登録日）用ワーク
01 WK-BRMAP-AREA.
03 WK-BRMAP-COUNT PIC 9(04) VALUE ZERO.
03 WK-BRMAP-TABLE OCCURS 100 TIMES INDEXED BY WK-BRMAP-IDX.
05 WK-BRMAP-T-OLD-BRANCH PIC X(03).
05 WK-BRMAP-T-NEW-BRANCH PIC X(03).
05 WK-BRMAP-T-EFF-PERIOD PIC X(06).
05 WK-BRMAP-T-DATE PIC X(08).
*> 年度繰越残高（支店＋会計年度単位）用ワーク
*>　※存続支店へ合算した廃止支店の行は支店コードを空白にして書き戻し時に除く
01 WK-BALFWD-AREA.
03 WK-BALFWD-COUNT PIC 9(04) VALUE ZERO.
03 WK-BALFWD-HIT-IDX PIC 9(04) VALUE ZERO.
88 WK-BALFWD-NOT-FOUND VALUE ZERO.
03 WK-BALFWD-IDX2 PIC 9(04) VALUE ZERO.
03 WK-BALFWD-KEY-BRANCH PIC X(03).
03 WK-BALFWD-KEY-YEAR PIC X(04).
03 WK-BALFWD-TABLE OCCURS 200 TIMES INDEXED BY WK-BALFWD-IDX.
05 WK-BALFWD-T-BRANCH PIC X(03).
05 WK-BALFWD-T-YEAR PIC X(04).
05 WK-BALFWD-T-AMOUNT PIC S9(07).
*> 廃止支店の要約レコード（年/月・月次金額）用ワーク
01 WK-MOVE-AREA.
03 WK-MOVE-COUNT PIC 9(04) VALUE ZERO.
03 WK-MOVE-TABLE OCCURS 600 TIMES INDEXED BY WK-MOVE-IDX.
05 WK-MOVE-T-YEAR PIC X(04).
05 WK-MOVE-T-MONTH PIC X(02).
05 WK-MOVE-T-SUJI PIC S9(07).
*> 要約マスタ走査・年度累計再計算用ワーク
01 WK-SCAN-AREA.
03 WK-SUMMAST-OPENED PIC X VALUE "N".
88 WK-SUMMAST-IS-OPENED VALUE "Y".
03 WK-SCAN-DONE PIC X VALUE "N".
88 WK-SCAN-IS-DONE VALUE "Y".
03 WK-RECALC-FYEAR PIC X(04).
03 WK-RECALC-PRIOR-FYEAR PIC 9(04).
03 WK-RECALC-SUJI-ALL PIC S9(07).
*> 統合途中の入出力異常表示（操作・ファイル名・ステータス・明細アーカイブ書き戻し中か）用ワーク
01 WK-MRG-IO-AREA.
03 WK-MRG-IO-ACTION PIC X(11).
03 WK-MRG-IO-FILE PIC X(14).
03 WK-MRG-IO-STATUS PIC XX.
03 WK-MRG-IO-DTL-REWRITE PIC X VALUE "N".
88 WK-MRG-IO-IN-DTL-REWRITE VALUE "Y".
*> 件数・金額（統合結果）用ワーク
01 WK-CTL-AREA.
03 WK-CTL-SUM-MOVED PIC 9(08) VALUE ZERO.
03 WK-CTL-SUM-COMBINED PIC 9(08) VALUE ZERO.
03 WK-CTL-SUM-RECALC PIC 9(08) VALUE ZERO.
03 WK-CTL-BALFWD-MOVED PIC 9(08) VALUE ZERO.
03 WK-CTL-BALFWD-COMBINED PIC 9(08) VALUE ZERO.
03 WK-CTL-DTL-READ PIC 9(08) VALUE ZERO.
03 WK-CTL-DTL-MOVED PIC 9(08) VALUE ZERO.
03 WK-CTL-SUJI-MOVED PIC S9(11) VALUE ZERO.
03 WK-CTL-MAP-REPOINTED PIC 9(04) VALUE ZERO.
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
*> マスタ世代バックアップ起動（取得した世代番号）用ワーク
01 WK-BKP-AREA.
03 WK-BKP-CMD-LINE PIC X(40) VALUE "SUM_SAMPLE02_BKP".
03 WK-BKP-GENERATION PIC X(04) VALUE SPACES.
PROCEDURE DIVISION.
0000-MAIN.
PERFORM 0100-PARSE-PARMS.
PERFORM 0120-CHECK-OPERATOR.
PERFORM 0130-ACQUIRE-RUN-LOCK.
PERFORM 0150-LOAD-BRANCH-MASTER.
PERFORM 0200-LOAD-BRANCH-MAP.
PERFORM 0250-LOAD-PERIOD-CONTROL.
PERFORM 0300-LOAD-FISCAL-CALENDAR.
PERFORM 0500-CHECK-MERGER.
PERFORM 0550-RUN-MASTER-BACKUP.
PERFORM 0600-LOAD-BALANCE-FORWARD.
PERFORM 1000-COLLECT-OLD-SUMMARY.
PERFORM 2000-MERGE-BALANCE-FORWARD.
PERFORM 2100-MERGE-SUMMARY-MASTER.
PERFORM 2300-RECALC-SURVIVOR.
PERFORM 2500-MERGE-DETAIL-ARCHIVE.
PERFORM 3000-TERMINATE.
PERFORM 0140-RELEASE-RUN-LOCK.
STOP RUN.
*> 0.パラメータ解析処理（廃止支店・存続支店・適用開始年月を取り出す）
0100-PARSE-PARMS.
MOVE SPACES TO WK-PARM-LINE WK-ARG-OLD-BRANCH WK-ARG-NEW-BRANCH
WK-ARG-EFF-PERIOD.
ACCEPT WK-PARM-LINE FROM COMMAND-LINE.
UNSTRING WK-PARM-LINE DELIMITED BY ALL SPACE
INTO WK-ARG-OLD-BRANCH WK-ARG-NEW-BRANCH
WK-ARG-EFF-YEAR WK-ARG-EFF-MONTH.
IF WK-ARG-OLD-BRANCH = SPACES OR WK-ARG-NEW-BRANCH = SPACES
PERFORM 0400-ABEND-BAD-PARM
END-IF.
IF WK-ARG-EFF-YEAR NOT NUMERIC OR WK-ARG-EFF-MONTH NOT NUMERIC
PERFORM 0400-ABEND-BAD-PARM
END-IF.
IF WK-ARG-EFF-MONTH < "01" OR WK-ARG-EFF-MONTH > "12"
PERFORM 0400-ABEND-BAD-PARM
END-IF.
*> 0.パラメータ不正時異常終了処理（使用方法を表示し異常終了）
0400-ABEND-BAD-PARM.
DISPLAY "SUM_SAMPLE02_MRG: USAGE: SUM_SAMPLE02_MRG oldbranch "
"survivingbranch yyyy mm".
DISPLAY "SUM_SAMPLE02_MRG: yyyy mm IS THE FIRST PERIOD IN WHICH "
"oldbranch RECORDS ARE POSTED TO survivingbranch".
MOVE 16 TO RETURN-CODE.
STOP RUN.
*> 0.操作者権限チェック処理（環境変数OPERATOR_IDの操作者を権限ファイルと照合し、支店保守の権限が無ければ拒否）
0120-CHECK-OPERATOR.
MOVE SPACES TO WK-OPERATOR-ID.
DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME.
ACCEPT WK-OPERATOR-ID FROM ENVIRONMENT-VALUE.
IF WK-OPERATOR-ID = SPACES
DISPLAY "SUM_SAMPLE02_MRG: NO OPERATOR ID -- SET OPERATOR_ID AND RERUN"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF.
MOVE "N" TO WK-OPERATOR-FOUND.
MOVE SPACES TO WK-OPERATOR-FUNCTIONS.
OPEN INPUT OPERAUTH-FILE.
IF WK-OPERAUTH-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_MRG: CANNOT OPEN OPERATOR AUTHORIZATION operauth.dat"
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
DISPLAY "SUM_SAMPLE02_MRG: OPERATOR " WK-OPERATOR-ID
" IS NOT REGISTERED IN operauth.dat -- RUN REFUSED"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF.
IF NOT WK-OPERATOR-CAN-BRANCH
DISPLAY "SUM_SAMPLE02_MRG: OPERATOR " WK-OPERATOR-ID
" IS NOT AUTHORIZED FOR BRANCH MAINTENANCE -- RUN REFUSED"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF.
*> 0.実行ロック取得処理（他ジョブが保持中なら拒否、空ならrunlock.datへ自プログラム・操作者・開始日時を書き込む）
*>　※夜間運行など親ジョブが保持するロックの下で起動された場合は取得せずにそのまま実行する
0130-ACQUIRE-RUN-LOCK.
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
DISPLAY "SUM_SAMPLE02_MRG: RUNNING UNDER THE RUN LOCK OF "
WK-RUNLOCK-CUR-PROGRAM
ELSE
DISPLAY "SUM_SAMPLE02_MRG: MASTER FILES ARE IN USE BY "
WK-RUNLOCK-CUR-PROGRAM " OPERATOR " WK-RUNLOCK-CUR-OPERATOR
" SINCE " WK-RUNLOCK-CUR-DATE " " WK-RUNLOCK-CUR-TIME
" -- RUN REFUSED"
DISPLAY "SUM_SAMPLE02_MRG: IF THAT JOB IS NO LONGER RUNNING, "
"CLEAR THE LOCK WITH SUM_SAMPLE02_LCK CLEAR"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF
ELSE
INITIALIZE RUNLOCK-REC
MOVE "SUM_SAMPLE02_MRG" TO RUNLOCK-PROGRAM
MOVE WK-OPERATOR-ID TO RUNLOCK-OPERATOR
ACCEPT RUNLOCK-DATE FROM DATE YYYYMMDD
ACCEPT WK-RUNLOCK-NOW-TIME FROM TIME
MOVE WK-RUNLOCK-NOW-TIME(1:6) TO RUNLOCK-TIME
OPEN OUTPUT RUNLOCK-FILE
IF WK-RUNLOCK-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_MRG: CANNOT CREATE RUN LOCK runlock.dat STATUS="
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
0140-RELEASE-RUN-LOCK.
IF WK-RUNLOCK-IS-HELD
OPEN OUTPUT RUNLOCK-FILE
IF WK-RUNLOCK-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_MRG: CANNOT RELEASE RUN LOCK runlock.dat STATUS="
WK-RUNLOCK-FILE-STATUS
ELSE
CLOSE RUNLOCK-FILE
END-IF
MOVE "N" TO WK-RUNLOCK-HELD
END-IF.
*> 0.支店マスタ読込処理（BRMST-FILEを支店コード単位のワーク表へロード）
0150-LOAD-BRANCH-MASTER.
MOVE ZERO TO WK-BRMST-COUNT.
OPEN INPUT BRMST-FILE.
IF WK-BRMST-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_MRG: CANNOT OPEN BRANCH MASTER branchmst.txt"
" STATUS=" WK-BRMST-FILE-STATUS
MOVE 16 TO RETURN-CODE
PERFORM 0140-RELEASE-RUN-LOCK
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
DISPLAY "SUM_SAMPLE02_MRG: BRANCH MASTER TABLE FULL, CANNOT ADD "
BRMST-BRANCH
MOVE 16 TO RETURN-CODE
CLOSE BRMST-FILE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF
END-READ
END-PERFORM.
CLOSE BRMST-FILE.
*> 0.支店検索処理（WK-BRMST-KEY-BRANCHをワーク表と照合、一致位置をWK-BRMST-HIT-IDXへ設定）
0170-LOOKUP-BRANCH.
MOVE ZERO TO WK-BRMST-HIT-IDX.
PERFORM VARYING WK-BRMST-IDX FROM 1 BY 1
UNTIL WK-BRMST-IDX > WK-BRMST-COUNT
IF WK-BRMST-T-BRANCH(WK-BRMST-IDX) = WK-BRMST-KEY-BRANCH
MOVE WK-BRMST-IDX TO WK-BRMST-HIT-IDX
END-IF
END-PERFORM.
*> 0.支店コード読替表読込処理（BRMAP-FILEを読替表へロード、無ければ0件扱い）
0200-LOAD-BRANCH-MAP.
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
MOVE BRMAP-DATE TO WK-BRMAP-T-DATE(WK-BRMAP-COUNT)
ELSE
DISPLAY "SUM_SAMPLE02_MRG: BRANCH MAP TABLE FULL, CANNOT ADD "
BRMAP-OLD-BRANCH
MOVE 16 TO RETURN-CODE
CLOSE BRMAP-FILE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF
END-READ
END-PERFORM
CLOSE BRMAP-FILE
END-IF.
*> 0.会計期間管理読込処理（PERIOD-FILEからオープン中の年/月を取得）
0250-LOAD-PERIOD-CONTROL.
OPEN INPUT PERIOD-FILE.
IF WK-PERIOD-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_MRG: CANNOT OPEN PERIOD CONTROL periodctl.dat"
" STATUS=" WK-PERIOD-FILE-STATUS
MOVE 16 TO RETURN-CODE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF.
READ PERIOD-FILE
AT END
DISPLAY "SUM_SAMPLE02_MRG: PERIOD CONTROL periodctl.dat IS EMPTY"
MOVE 16 TO RETURN-CODE
CLOSE PERIOD-FILE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
NOT AT END
MOVE PERIODCT-YEAR TO WK-OPEN-YEAR
MOVE PERIODCT-MONTH TO WK-OPEN-MONTH
END-READ.
CLOSE PERIOD-FILE.
*> 0.会計年度カレンダー読込処理（期首月と月別の四半期/半期区分を取得、無ければ暦年として扱う）
0300-LOAD-FISCAL-CALENDAR.
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
DISPLAY "SUM_SAMPLE02_MRG: FISCAL CALENDAR fiscalcal.dat IS EMPTY"
MOVE 16 TO RETURN-CODE
CLOSE FISCAL-FILE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
NOT AT END
PERFORM 0320-CHECK-FISCAL-CALENDAR
END-READ
CLOSE FISCAL-FILE
END-IF.
*> 0.会計年度カレンダー検査処理（期首月1～12、四半期1～4、半期1～2であることを確認しワークへ展開）
0320-CHECK-FISCAL-CALENDAR.
IF FISCAL-START-MONTH NOT NUMERIC
OR FISCAL-START-MONTH < "01" OR FISCAL-START-MONTH > "12"
DISPLAY "SUM_SAMPLE02_MRG: FISCAL CALENDAR HAS INVALID START MONTH "
FISCAL-START-MONTH
MOVE 16 TO RETURN-CODE
CLOSE FISCAL-FILE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF.
MOVE FISCAL-START-MONTH TO WK-FISCAL-START-MONTH.
PERFORM VARYING WK-FISCAL-IDX FROM 1 BY 1
UNTIL WK-FISCAL-IDX > 12
IF FISCAL-QUARTER(WK-FISCAL-IDX) < "1"
OR FISCAL-QUARTER(WK-FISCAL-IDX) > "4"
OR FISCAL-HALF(WK-FISCAL-IDX) < "1"
OR FISCAL-HALF(WK-FISCAL-IDX) > "2"
DISPLAY "SUM_SAMPLE02_MRG: FISCAL CALENDAR HAS INVALID "
"QUARTER/HALF FOR MONTH " WK-FISCAL-IDX
MOVE 16 TO RETURN-CODE
CLOSE FISCAL-FILE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF
MOVE FISCAL-QUARTER(WK-FISCAL-IDX)
TO WK-FISCAL-T-QUARTER(WK-FISCAL-IDX)
MOVE FISCAL-HALF(WK-FISCAL-IDX) TO WK-FISCAL-T-HALF(WK-FISCAL-IDX)
END-PERFORM.
*> 0.会計年度導出処理（WK-FISCAL-IN-YEAR/MONTHから会計年度・四半期・半期を求める）
*>　※会計年度は期首月の属する暦年で表す（期首月4なら2026/04～2027/03が2026年度）
0350-DERIVE-FISCAL-PERIOD.
IF WK-FISCAL-IN-MONTH >= WK-FISCAL-START-MONTH
MOVE WK-FISCAL-IN-YEAR TO WK-FISCAL-YEAR
ELSE
COMPUTE WK-FISCAL-YEAR = WK-FISCAL-IN-YEAR - 1
END-IF.
MOVE WK-FISCAL-T-QUARTER(WK-FISCAL-IN-MONTH) TO WK-FISCAL-QUARTER.
MOVE WK-FISCAL-T-HALF(WK-FISCAL-IN-MONTH) TO WK-FISCAL-HALF.
*> 0.統合可否チェック処理（両支店の登録・状態、既統合、適用開始年月を確認し不可なら拒否）
*>　※廃止支店はBRMのCLOSEで閉鎖済であってもよい、存続支店は営業中であること
*>　※適用開始年月がオープン期間より後だと、それまでの廃止支店の計上が閉鎖扱いで拒否されるため不可とする
0500-CHECK-MERGER.
IF WK-ARG-OLD-BRANCH = WK-ARG-NEW-BRANCH
DISPLAY "SUM_SAMPLE02_MRG: OLD AND SURVIVING BRANCH ARE THE SAME -- "
"MERGER REFUSED"
MOVE 16 TO RETURN-CODE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF.
MOVE WK-ARG-OLD-BRANCH TO WK-BRMST-KEY-BRANCH.
PERFORM 0170-LOOKUP-BRANCH.
IF WK-BRMST-NOT-FOUND
DISPLAY "SUM_SAMPLE02_MRG: BRANCH " WK-ARG-OLD-BRANCH
" NOT FOUND IN BRANCH MASTER -- MERGER REFUSED"
MOVE 16 TO RETURN-CODE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF.
MOVE WK-BRMST-HIT-IDX TO WK-BRMST-OLD-IDX.
MOVE WK-ARG-NEW-BRANCH TO WK-BRMST-KEY-BRANCH.
PERFORM 0170-LOOKUP-BRANCH.
IF WK-BRMST-NOT-FOUND
DISPLAY "SUM_SAMPLE02_MRG: BRANCH " WK-ARG-NEW-BRANCH
" NOT FOUND IN BRANCH MASTER -- MERGER REFUSED"
MOVE 16 TO RETURN-CODE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF.
MOVE WK-BRMST-HIT-IDX TO WK-BRMST-NEW-IDX.
IF WK-BRMST-T-STATUS(WK-BRMST-NEW-IDX) NOT = "A"
DISPLAY "SUM_SAMPLE02_MRG: SURVIVING BRANCH " WK-ARG-NEW-BRANCH
" IS NOT ACTIVE -- MERGER REFUSED"
MOVE 16 TO RETURN-CODE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF.
PERFORM VARYING WK-BRMAP-IDX FROM 1 BY 1
UNTIL WK-BRMAP-IDX > WK-BRMAP-COUNT
IF WK-BRMAP-T-OLD-BRANCH(WK-BRMAP-IDX) = WK-ARG-OLD-BRANCH
DISPLAY "SUM_SAMPLE02_MRG: BRANCH " WK-ARG-OLD-BRANCH
" WAS ALREADY MERGED INTO "
WK-BRMAP-T-NEW-BRANCH(WK-BRMAP-IDX) " -- MERGER REFUSED"
MOVE 16 TO RETURN-CODE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF
IF WK-BRMAP-T-OLD-BRANCH(WK-BRMAP-IDX) = WK-ARG-NEW-BRANCH
DISPLAY "SUM_SAMPLE02_MRG: SURVIVING BRANCH " WK-ARG-NEW-BRANCH
" WAS ITSELF MERGED INTO "
WK-BRMAP-T-NEW-BRANCH(WK-BRMAP-IDX) " -- MERGER REFUSED"
MOVE 16 TO RETURN-CODE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF
END-PERFORM.
IF WK-BRMAP-COUNT >= 100
DISPLAY "SUM_SAMPLE02_MRG: BRANCH MAP TABLE FULL, CANNOT ADD "
WK-ARG-OLD-BRANCH " -- MERGER REFUSED"
MOVE 16 TO RETURN-CODE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF.
IF WK-ARG-EFF-PERIOD > WK-OPEN-PERIOD
DISPLAY "SUM_SAMPLE02_MRG: EFFECTIVE PERIOD " WK-ARG-EFF-YEAR "/"
WK-ARG-EFF-MONTH " IS AFTER THE OPEN PERIOD " WK-OPEN-YEAR "/"
WK-OPEN-MONTH " -- MERGER REFUSED"
MOVE 16 TO RETURN-CODE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF.
*> 0.マスタ世代バックアップ起動処理（統合前にSUM_SAMPLE02_BKPで世代を取る、失敗なら統合しない、取得世代はカタログ末尾から求める）
*>　※バックアップは本プログラムの実行ロックの下で動く（RUNLOCK_OWNERで引き継ぐ）
0550-RUN-MASTER-BACKUP.
MOVE ZERO TO RETURN-CODE.
CALL "SYSTEM" USING WK-BKP-CMD-LINE.
IF RETURN-CODE NOT = ZERO
DISPLAY "SUM_SAMPLE02_MRG: MASTER BACKUP FAILED WITH RC=" RETURN-CODE
" -- MERGER REFUSED"
MOVE 16 TO RETURN-CODE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF.
OPEN INPUT BKPCAT-FILE.
IF WK-BKPCAT-FILE-STATUS = "00"
PERFORM UNTIL WK-BKPCAT-FILE-STATUS NOT = "00"
READ BKPCAT-FILE
AT END
CONTINUE
NOT AT END
MOVE BKPCAT-GENERATION TO WK-BKP-GENERATION
END-READ
END-PERFORM
CLOSE BKPCAT-FILE
END-IF.
DISPLAY "SUM_SAMPLE02_MRG: MASTERS BACKED UP AS GENERATION "
WK-BKP-GENERATION.
*> 0.年度繰越残高読込処理（BALFWD-FILEを支店/会計年度単位のワーク表へロード、無ければ0件扱い）
0600-LOAD-BALANCE-FORWARD.
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
DISPLAY "SUM_SAMPLE02_MRG: BALANCE-FORWARD TABLE FULL ON LOAD, "
"CANNOT ADD " BALFWD-BRANCH "/" BALFWD-YEAR
MOVE 16 TO RETURN-CODE
CLOSE BALFWD-FILE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF
END-READ
END-PERFORM
CLOSE BALFWD-FILE
END-IF.
*> 0.年度繰越残高検索処理（WK-BALFWD-KEY-BRANCH/YEARの位置をWK-BALFWD-HIT-IDXへ設定、無ければ0）
0650-LOOKUP-BALANCE-FORWARD.
MOVE ZERO TO WK-BALFWD-HIT-IDX.
PERFORM VARYING WK-BALFWD-IDX FROM 1 BY 1
UNTIL WK-BALFWD-IDX > WK-BALFWD-COUNT
IF WK-BALFWD-T-BRANCH(WK-BALFWD-IDX) = WK-BALFWD-KEY-BRANCH
AND WK-BALFWD-T-YEAR(WK-BALFWD-IDX) = WK-BALFWD-KEY-YEAR
MOVE WK-BALFWD-IDX TO WK-BALFWD-HIT-IDX
END-IF
END-PERFORM.
*> 0.要約マスタ入出力異常時異常終了処理（キーとステータスコードを表示し異常終了）
*>　※要約マスタの更新途中で止まった場合は統合前に取った世代をSUM_SAMPLE02_RSTで戻してから再実行する
0900-ABEND-SUMMAST-IO.
DISPLAY "SUM_SAMPLE02_MRG: SUMMARY MASTER I-O FAILED FOR KEY "
SUMMAST-BRANCH "/" SUMMAST-YEAR "/" SUMMAST-MONTH
" STATUS=" WK-SUMMAST-FILE-STATUS.
PERFORM 0980-DISPLAY-RESTORE-ADVICE.
MOVE 16 TO RETURN-CODE.
CLOSE SUMMAST-FILE.
STOP RUN.
*> 0.金額桁あふれ時異常終了処理（キーを表示し異常終了）
0950-ABEND-SIZE-ERROR.
DISPLAY "SUM_SAMPLE02_MRG: AMOUNT OVERFLOW WHILE COMBINING KEY "
WK-ARG-NEW-BRANCH "/" SUMMAST-YEAR "/" SUMMAST-MONTH.
PERFORM 0980-DISPLAY-RESTORE-ADVICE.
MOVE 16 TO RETURN-CODE.
CLOSE SUMMAST-FILE.
STOP RUN.
*> 0.統合途中入出力異常時異常終了処理（明細アーカイブ・年度繰越残高・支店マスタ・読替表の書込失敗、ファイル名とステータスコードを表示し異常終了）
*>　※要約マスタは更新済のため、ロックは保持したまま統合前に取った世代をSUM_SAMPLE02_RSTで戻してから再実行する
*>　※dtlarch.txtは世代に含まれないため、書き戻し中の失敗では作業ファイルdtlarchm.tmpから戻させる
0960-ABEND-MERGE-FILE-IO.
DISPLAY "SUM_SAMPLE02_MRG: " WK-MRG-IO-ACTION " " WK-MRG-IO-FILE
" FAILED STATUS=" WK-MRG-IO-STATUS.
IF WK-MRG-IO-IN-DTL-REWRITE
DISPLAY "SUM_SAMPLE02_MRG: dtlarch.txt MAY BE INCOMPLETE -- COPY "
"dtlarchm.tmp OVER dtlarch.txt BEFORE RESTORING (dtlarch.txt "
"IS NOT PART OF A GENERATION)"
END-IF.
PERFORM 0980-DISPLAY-RESTORE-ADVICE.
MOVE 16 TO RETURN-CODE.
CLOSE SUMMAST-FILE.
CLOSE DTLARC-FILE.
CLOSE DTLKEEP-FILE.
CLOSE BALFWD-FILE.
CLOSE BRMST-FILE.
CLOSE BRMAP-FILE.
STOP RUN.
*> 0.復元案内表示処理（統合前に取った世代番号とSUM_SAMPLE02_RSTの手順を表示する）
*>　※branchmap.txtは世代に含まれないため、不完全な場合はmergeaudit.txtの統合記録から作り直す
0980-DISPLAY-RESTORE-ADVICE.
DISPLAY "SUM_SAMPLE02_MRG: MERGER INCOMPLETE -- RUN LOCK IS STILL HELD".
IF WK-BKP-GENERATION = SPACES
DISPLAY "SUM_SAMPLE02_MRG: RESTORE THE GENERATION TAKEN BEFORE THIS "
"MERGER (SEE SUM_SAMPLE02_RST LIST)"
ELSE
DISPLAY "SUM_SAMPLE02_MRG: RESTORE GENERATION " WK-BKP-GENERATION
" TAKEN BEFORE THIS MERGER: SUM_SAMPLE02_RST " WK-BKP-GENERATION
" CONFIRM"
END-IF.
DISPLAY "SUM_SAMPLE02_MRG: CLEAR THE LOCK WITH SUM_SAMPLE02_LCK CLEAR "
"TO RUN THE RESTORE, CHECK branchmap.txt AGAINST mergeaudit.txt, "
"THEN RERUN THE MERGER".
*> 1.廃止支店要約レコード収集処理（廃止支店の全要約レコードをワーク表へ積む、更新はまだ行わない）
1000-COLLECT-OLD-SUMMARY.
MOVE ZERO TO WK-MOVE-COUNT.
OPEN I-O SUMMAST-FILE.
IF WK-SUMMAST-FILE-STATUS = "35"
DISPLAY "SUM_SAMPLE02_MRG: summast.dat NOT FOUND -- NO SUMMARY "
"RECORDS TO MERGE"
ELSE
IF WK-SUMMAST-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_MRG: CANNOT OPEN SUMMARY MASTER summast.dat"
" STATUS=" WK-SUMMAST-FILE-STATUS
MOVE 16 TO RETURN-CODE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF
SET WK-SUMMAST-IS-OPENED TO TRUE
MOVE "N" TO WK-SCAN-DONE
MOVE WK-ARG-OLD-BRANCH TO SUMMAST-BRANCH
MOVE LOW-VALUES TO SUMMAST-YEAR SUMMAST-MONTH
START SUMMAST-FILE KEY >= SUMMAST-KEY
INVALID KEY
SET WK-SCAN-IS-DONE TO TRUE
END-START
PERFORM 1100-COLLECT-ONE-ROW
UNTIL WK-SCAN-IS-DONE
END-IF.
*> 1.廃止支店要約レコード単件収集処理（次レコードを読み廃止支店ならワーク表へ積む）
1100-COLLECT-ONE-ROW.
READ SUMMAST-FILE NEXT RECORD
AT END
SET WK-SCAN-IS-DONE TO TRUE
NOT AT END
IF SUMMAST-BRANCH = WK-ARG-OLD-BRANCH
IF WK-MOVE-COUNT < 600
ADD 1 TO WK-MOVE-COUNT
MOVE SUMMAST-YEAR TO WK-MOVE-T-YEAR(WK-MOVE-COUNT)
MOVE SUMMAST-MONTH TO WK-MOVE-T-MONTH(WK-MOVE-COUNT)
MOVE SUMMAST-SUJI TO WK-MOVE-T-SUJI(WK-MOVE-COUNT)
ELSE
DISPLAY "SUM_SAMPLE02_MRG: TOO MANY SUMMARY RECORDS FOR BRANCH "
WK-ARG-OLD-BRANCH " -- MERGER REFUSED, NOTHING CHANGED"
MOVE 16 TO RETURN-CODE
CLOSE SUMMAST-FILE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF
ELSE
SET WK-SCAN-IS-DONE TO TRUE
END-IF
END-READ.
*> 2.年度繰越残高統合処理（廃止支店の会計年度ごとの残高を存続支店の同年度へ合算、無ければ付け替え）
2000-MERGE-BALANCE-FORWARD.
MOVE WK-ARG-NEW-BRANCH TO WK-BALFWD-KEY-BRANCH.
PERFORM VARYING WK-BALFWD-IDX2 FROM 1 BY 1
UNTIL WK-BALFWD-IDX2 > WK-BALFWD-COUNT
IF WK-BALFWD-T-BRANCH(WK-BALFWD-IDX2) = WK-ARG-OLD-BRANCH
MOVE WK-BALFWD-T-YEAR(WK-BALFWD-IDX2) TO WK-BALFWD-KEY-YEAR
PERFORM 0650-LOOKUP-BALANCE-FORWARD
IF WK-BALFWD-NOT-FOUND
MOVE WK-ARG-NEW-BRANCH TO WK-BALFWD-T-BRANCH(WK-BALFWD-IDX2)
ADD 1 TO WK-CTL-BALFWD-MOVED
ELSE
ADD WK-BALFWD-T-AMOUNT(WK-BALFWD-IDX2)
TO WK-BALFWD-T-AMOUNT(WK-BALFWD-HIT-IDX)
ON SIZE ERROR
DISPLAY "SUM_SAMPLE02_MRG: BALANCE-FORWARD OVERFLOW FOR "
WK-ARG-NEW-BRANCH "/" WK-BALFWD-KEY-YEAR
" -- MERGER REFUSED, NOTHING CHANGED"
MOVE 16 TO RETURN-CODE
CLOSE SUMMAST-FILE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-ADD
MOVE SPACES TO WK-BALFWD-T-BRANCH(WK-BALFWD-IDX2)
ADD 1 TO WK-CTL-BALFWD-COMBINED
END-IF
END-IF
END-PERFORM.
*> 2.要約マスタ統合処理（収集した廃止支店の要約レコードを1件ずつ存続支店へ移す）
2100-MERGE-SUMMARY-MASTER.
PERFORM VARYING WK-MOVE-IDX FROM 1 BY 1
UNTIL WK-MOVE-IDX > WK-MOVE-COUNT
PERFORM 2200-MERGE-ONE-ROW
END-PERFORM.
*> 2.要約レコード単件統合処理（廃止支店の行を削除し、存続支店の同年月へ月次金額を合算、無ければ追加）
*>　※年度累計はここでは設定せず2300で存続支店分をまとめて再計算する
2200-MERGE-ONE-ROW.
MOVE WK-ARG-OLD-BRANCH TO SUMMAST-BRANCH.
MOVE WK-MOVE-T-YEAR(WK-MOVE-IDX) TO SUMMAST-YEAR.
MOVE WK-MOVE-T-MONTH(WK-MOVE-IDX) TO SUMMAST-MONTH.
DELETE SUMMAST-FILE RECORD
INVALID KEY
PERFORM 0900-ABEND-SUMMAST-IO
END-DELETE.
MOVE WK-ARG-NEW-BRANCH TO SUMMAST-BRANCH.
READ SUMMAST-FILE
INVALID KEY
MOVE WK-MOVE-T-SUJI(WK-MOVE-IDX) TO SUMMAST-SUJI
MOVE ZERO TO SUMMAST-SUJI-ALL
WRITE SUMMAST-REC
INVALID KEY
PERFORM 0900-ABEND-SUMMAST-IO
END-WRITE
ADD 1 TO WK-CTL-SUM-MOVED
NOT INVALID KEY
ADD WK-MOVE-T-SUJI(WK-MOVE-IDX) TO SUMMAST-SUJI
ON SIZE ERROR
PERFORM 0950-ABEND-SIZE-ERROR
END-ADD
REWRITE SUMMAST-REC
INVALID KEY
PERFORM 0900-ABEND-SUMMAST-IO
END-REWRITE
ADD 1 TO WK-CTL-SUM-COMBINED
END-READ.
ADD WK-MOVE-T-SUJI(WK-MOVE-IDX) TO WK-CTL-SUJI-MOVED.
*> 2.存続支店年度累計再計算処理（存続支店の要約レコードをキー順に読み、会計年度ごとに累計を積み直す）
*>　※期首残高は前会計年度の年度繰越残高（統合後）、無ければ0とする
2300-RECALC-SURVIVOR.
IF WK-SUMMAST-IS-OPENED
MOVE "N" TO WK-SCAN-DONE
MOVE SPACES TO WK-RECALC-FYEAR
MOVE WK-ARG-NEW-BRANCH TO SUMMAST-BRANCH
MOVE LOW-VALUES TO SUMMAST-YEAR SUMMAST-MONTH
START SUMMAST-FILE KEY >= SUMMAST-KEY
INVALID KEY
SET WK-SCAN-IS-DONE TO TRUE
END-START
PERFORM 2400-RECALC-ONE-ROW
UNTIL WK-SCAN-IS-DONE
IF WK-RECALC-FYEAR NOT = SPACES
PERFORM 2450-STORE-CLOSING-BALANCE
END-IF
CLOSE SUMMAST-FILE
END-IF.
*> 2.年度累計再計算単件処理（会計年度が変われば期首残高を求め直し、累計が異なるレコードを書き替える）
2400-RECALC-ONE-ROW.
READ SUMMAST-FILE NEXT RECORD
AT END
SET WK-SCAN-IS-DONE TO TRUE
NOT AT END
IF SUMMAST-BRANCH NOT = WK-ARG-NEW-BRANCH
SET WK-SCAN-IS-DONE TO TRUE
ELSE
MOVE SUMMAST-YEAR TO WK-FISCAL-IN-YEAR
MOVE SUMMAST-MONTH TO WK-FISCAL-IN-MONTH
PERFORM 0350-DERIVE-FISCAL-PERIOD
IF WK-FISCAL-YEAR NOT = WK-RECALC-FYEAR
IF WK-RECALC-FYEAR NOT = SPACES
PERFORM 2450-STORE-CLOSING-BALANCE
END-IF
MOVE WK-FISCAL-YEAR TO WK-RECALC-FYEAR
COMPUTE WK-RECALC-PRIOR-FYEAR = WK-FISCAL-YEAR - 1
MOVE WK-ARG-NEW-BRANCH TO WK-BALFWD-KEY-BRANCH
MOVE WK-RECALC-PRIOR-FYEAR TO WK-BALFWD-KEY-YEAR
PERFORM 0650-LOOKUP-BALANCE-FORWARD
IF WK-BALFWD-NOT-FOUND
MOVE ZERO TO WK-RECALC-SUJI-ALL
ELSE
MOVE WK-BALFWD-T-AMOUNT(WK-BALFWD-HIT-IDX)
TO WK-RECALC-SUJI-ALL
END-IF
END-IF
ADD SUMMAST-SUJI TO WK-RECALC-SUJI-ALL
ON SIZE ERROR
PERFORM 0950-ABEND-SIZE-ERROR
END-ADD
IF SUMMAST-SUJI-ALL NOT = WK-RECALC-SUJI-ALL
MOVE WK-RECALC-SUJI-ALL TO SUMMAST-SUJI-ALL
REWRITE SUMMAST-REC
INVALID KEY
PERFORM 0900-ABEND-SUMMAST-IO
END-REWRITE
ADD 1 TO WK-CTL-SUM-RECALC
END-IF
END-IF
END-READ.
*> 2.年度末累計反映処理（再計算した会計年度の最終累計を存続支店の年度繰越残高へ設定、無ければ追加）
2450-STORE-CLOSING-BALANCE.
MOVE WK-ARG-NEW-BRANCH TO WK-BALFWD-KEY-BRANCH.
MOVE WK-RECALC-FYEAR TO WK-BALFWD-KEY-YEAR.
PERFORM 0650-LOOKUP-BALANCE-FORWARD.
IF WK-BALFWD-NOT-FOUND
IF WK-BALFWD-COUNT < 200
ADD 1 TO WK-BALFWD-COUNT
MOVE WK-BALFWD-COUNT TO WK-BALFWD-HIT-IDX
MOVE WK-BALFWD-KEY-BRANCH TO WK-BALFWD-T-BRANCH(WK-BALFWD-HIT-IDX)
MOVE WK-BALFWD-KEY-YEAR TO WK-BALFWD-T-YEAR(WK-BALFWD-HIT-IDX)
ELSE
DISPLAY "SUM_SAMPLE02_MRG: BALANCE-FORWARD TABLE FULL, CANNOT ADD "
WK-BALFWD-KEY-BRANCH "/" WK-BALFWD-KEY-YEAR
PERFORM 0980-DISPLAY-RESTORE-ADVICE
MOVE 16 TO RETURN-CODE
CLOSE SUMMAST-FILE
STOP RUN
END-IF
END-IF.
MOVE WK-RECALC-SUJI-ALL TO WK-BALFWD-T-AMOUNT(WK-BALFWD-HIT-IDX).
*> 2.明細アーカイブ統合処理（廃止支店の明細を存続支店コードへ付け替えて作業ファイルへ書き出す）
2500-MERGE-DETAIL-ARCHIVE.
OPEN INPUT DTLARC-FILE.
IF WK-DTLARC-FILE-STATUS = "35"
DISPLAY "SUM_SAMPLE02_MRG: dtlarch.txt NOT FOUND -- NO DETAIL TO MERGE"
ELSE
IF WK-DTLARC-FILE-STATUS NOT = "00"
MOVE "OPEN INPUT" TO WK-MRG-IO-ACTION
MOVE "dtlarch.txt" TO WK-MRG-IO-FILE
MOVE WK-DTLARC-FILE-STATUS TO WK-MRG-IO-STATUS
PERFORM 0960-ABEND-MERGE-FILE-IO
END-IF
OPEN OUTPUT DTLKEEP-FILE
IF WK-DTLKEEP-FILE-STATUS NOT = "00"
MOVE "OPEN OUTPUT" TO WK-MRG-IO-ACTION
MOVE "dtlarchm.tmp" TO WK-MRG-IO-FILE
MOVE WK-DTLKEEP-FILE-STATUS TO WK-MRG-IO-STATUS
PERFORM 0960-ABEND-MERGE-FILE-IO
END-IF
PERFORM UNTIL WK-DTLARC-FILE-STATUS NOT = "00"
READ DTLARC-FILE
AT END
CONTINUE
NOT AT END
ADD 1 TO WK-CTL-DTL-READ
IF DTLARC-BRANCH = WK-ARG-OLD-BRANCH
MOVE WK-ARG-NEW-BRANCH TO DTLARC-BRANCH
ADD 1 TO WK-CTL-DTL-MOVED
END-IF
WRITE DTLKEEP-REC FROM DTLARC-REC
IF WK-DTLKEEP-FILE-STATUS NOT = "00"
MOVE "WRITE" TO WK-MRG-IO-ACTION
MOVE "dtlarchm.tmp" TO WK-MRG-IO-FILE
MOVE WK-DTLKEEP-FILE-STATUS TO WK-MRG-IO-STATUS
PERFORM 0960-ABEND-MERGE-FILE-IO
END-IF
END-READ
END-PERFORM
CLOSE DTLARC-FILE
CLOSE DTLKEEP-FILE
PERFORM 2600-REWRITE-DETAIL-ARCHIVE
END-IF.
*> 2.明細アーカイブ書き戻し処理（付け替え済の明細を作業ファイルからdtlarch.txtへ書き戻す）
2600-REWRITE-DETAIL-ARCHIVE.
MOVE "Y" TO WK-MRG-IO-DTL-REWRITE.
OPEN INPUT DTLKEEP-FILE.
IF WK-DTLKEEP-FILE-STATUS NOT = "00"
MOVE "OPEN INPUT" TO WK-MRG-IO-ACTION
MOVE "dtlarchm.tmp" TO WK-MRG-IO-FILE
MOVE WK-DTLKEEP-FILE-STATUS TO WK-MRG-IO-STATUS
PERFORM 0960-ABEND-MERGE-FILE-IO
END-IF.
OPEN OUTPUT DTLARC-FILE.
IF WK-DTLARC-FILE-STATUS NOT = "00"
MOVE "OPEN OUTPUT" TO WK-MRG-IO-ACTION
MOVE "dtlarch.txt" TO WK-MRG-IO-FILE
MOVE WK-DTLARC-FILE-STATUS TO WK-MRG-IO-STATUS
PERFORM 0960-ABEND-MERGE-FILE-IO
END-IF.
PERFORM UNTIL WK-DTLKEEP-FILE-STATUS NOT = "00"
READ DTLKEEP-FILE
AT END
CONTINUE
NOT AT END
WRITE DTLARC-REC FROM DTLKEEP-REC
IF WK-DTLARC-FILE-STATUS NOT = "00"
MOVE "WRITE" TO WK-MRG-IO-ACTION
MOVE "dtlarch.txt" TO WK-MRG-IO-FILE
MOVE WK-DTLARC-FILE-STATUS TO WK-MRG-IO-STATUS
PERFORM 0960-ABEND-MERGE-FILE-IO
END-IF
END-READ
END-PERFORM.
CLOSE DTLKEEP-FILE.
CLOSE DTLARC-FILE.
MOVE "N" TO WK-MRG-IO-DTL-REWRITE.
*> 3.終了処理（年度繰越残高・支店マスタ・読替表の書き戻し、監査証跡・実行履歴の出力、結果報告）
3000-TERMINATE.
PERFORM 3100-WRITE-BALANCE-FORWARD.
MOVE "C" TO WK-BRMST-T-STATUS(WK-BRMST-OLD-IDX).
PERFORM 3200-WRITE-BRANCH-MASTER.
PERFORM 3300-WRITE-BRANCH-MAP.
PERFORM 3400-WRITE-MERGER-AUDIT.
DISPLAY "SUM_SAMPLE02_MRG: ---- MERGER REPORT " WK-ARG-OLD-BRANCH
" INTO " WK-ARG-NEW-BRANCH " EFFECTIVE " WK-ARG-EFF-YEAR "/"
WK-ARG-EFF-MONTH " ----".
DISPLAY "SUM_SAMPLE02_MRG: SUMMARY RECORDS MOVED       = "
WK-CTL-SUM-MOVED.
DISPLAY "SUM_SAMPLE02_MRG: SUMMARY RECORDS COMBINED    = "
WK-CTL-SUM-COMBINED.
DISPLAY "SUM_SAMPLE02_MRG: CUMULATIVE TOTALS RESTATED  = "
WK-CTL-SUM-RECALC.
DISPLAY "SUM_SAMPLE02_MRG: BALANCE-FORWARD MOVED       = "
WK-CTL-BALFWD-MOVED.
DISPLAY "SUM_SAMPLE02_MRG: BALANCE-FORWARD COMBINED    = "
WK-CTL-BALFWD-COMBINED.
DISPLAY "SUM_SAMPLE02_MRG: ARCHIVED DETAILS READ       = "
WK-CTL-DTL-READ.
DISPLAY "SUM_SAMPLE02_MRG: ARCHIVED DETAILS MOVED      = "
WK-CTL-DTL-MOVED.
MOVE WK-CTL-SUJI-MOVED TO WK-CTL-EDIT-AMOUNT.
DISPLAY "SUM_SAMPLE02_MRG: SUJI MOVED                  = "
WK-CTL-EDIT-AMOUNT.
DISPLAY "SUM_SAMPLE02_MRG: EARLIER MAPPINGS REPOINTED  = "
WK-CTL-MAP-REPOINTED.
PERFORM 3500-WRITE-RUN-HISTORY.
*> 3.年度繰越残高書き戻し処理（ワーク表の内容をBALFWD-FILEへ書き戻す、合算済の行は除く）
3100-WRITE-BALANCE-FORWARD.
OPEN OUTPUT BALFWD-FILE.
IF WK-BALFWD-FILE-STATUS NOT = "00"
MOVE "OPEN OUTPUT" TO WK-MRG-IO-ACTION
MOVE "balfwd.dat" TO WK-MRG-IO-FILE
MOVE WK-BALFWD-FILE-STATUS TO WK-MRG-IO-STATUS
PERFORM 0960-ABEND-MERGE-FILE-IO
END-IF.
PERFORM VARYING WK-BALFWD-IDX FROM 1 BY 1
UNTIL WK-BALFWD-IDX > WK-BALFWD-COUNT
IF WK-BALFWD-T-BRANCH(WK-BALFWD-IDX) NOT = SPACES
MOVE WK-BALFWD-T-BRANCH(WK-BALFWD-IDX) TO BALFWD-BRANCH
MOVE WK-BALFWD-T-YEAR(WK-BALFWD-IDX) TO BALFWD-YEAR
MOVE WK-BALFWD-T-AMOUNT(WK-BALFWD-IDX) TO BALFWD-AMOUNT
WRITE BALFWD-REC
IF WK-BALFWD-FILE-STATUS NOT = "00"
MOVE "WRITE" TO WK-MRG-IO-ACTION
MOVE "balfwd.dat" TO WK-MRG-IO-FILE
MOVE WK-BALFWD-FILE-STATUS TO WK-MRG-IO-STATUS
PERFORM 0960-ABEND-MERGE-FILE-IO
END-IF
END-IF
END-PERFORM.
CLOSE BALFWD-FILE.
*> 3.支店マスタ書き戻し処理（廃止支店を閉鎖状態にしてワーク表の内容をBRMST-FILEへ書き戻す）
3200-WRITE-BRANCH-MASTER.
OPEN OUTPUT BRMST-FILE.
IF WK-BRMST-FILE-STATUS NOT = "00"
MOVE "OPEN OUTPUT" TO WK-MRG-IO-ACTION
MOVE "branchmst.txt" TO WK-MRG-IO-FILE
MOVE WK-BRMST-FILE-STATUS TO WK-MRG-IO-STATUS
PERFORM 0960-ABEND-MERGE-FILE-IO
END-IF.
PERFORM VARYING WK-BRMST-IDX FROM 1 BY 1
UNTIL WK-BRMST-IDX > WK-BRMST-COUNT
MOVE WK-BRMST-T-BRANCH(WK-BRMST-IDX) TO BRMST-BRANCH
MOVE WK-BRMST-T-NAME(WK-BRMST-IDX) TO BRMST-NAME
MOVE WK-BRMST-T-STATUS(WK-BRMST-IDX) TO BRMST-STATUS
MOVE WK-BRMST-T-REGION(WK-BRMST-IDX) TO BRMST-REGION
WRITE BRMST-REC
IF WK-BRMST-FILE-STATUS NOT = "00"
MOVE "WRITE" TO WK-MRG-IO-ACTION
MOVE "branchmst.txt" TO WK-MRG-IO-FILE
MOVE WK-BRMST-FILE-STATUS TO WK-MRG-IO-STATUS
PERFORM 0960-ABEND-MERGE-FILE-IO
END-IF
END-PERFORM.
CLOSE BRMST-FILE.
*> 3.支店コード読替表書き戻し処理（廃止支店を読替先とする既存の読替を存続支店へ付け替え、今回の読替を追加）
*>　※付け替えにより読替は常に1段で存続支店へ届く
3300-WRITE-BRANCH-MAP.
ACCEPT WK-RUN-DATE-8 FROM DATE YYYYMMDD.
PERFORM VARYING WK-BRMAP-IDX FROM 1 BY 1
UNTIL WK-BRMAP-IDX > WK-BRMAP-COUNT
IF WK-BRMAP-T-NEW-BRANCH(WK-BRMAP-IDX) = WK-ARG-OLD-BRANCH
MOVE WK-ARG-NEW-BRANCH TO WK-BRMAP-T-NEW-BRANCH(WK-BRMAP-IDX)
ADD 1 TO WK-CTL-MAP-REPOINTED
END-IF
END-PERFORM.
ADD 1 TO WK-BRMAP-COUNT.
MOVE WK-ARG-OLD-BRANCH TO WK-BRMAP-T-OLD-BRANCH(WK-BRMAP-COUNT).
MOVE WK-ARG-NEW-BRANCH TO WK-BRMAP-T-NEW-BRANCH(WK-BRMAP-COUNT).
MOVE WK-ARG-EFF-PERIOD TO WK-BRMAP-T-EFF-PERIOD(WK-BRMAP-COUNT).
MOVE WK-RUN-DATE-8 TO WK-BRMAP-T-DATE(WK-BRMAP-COUNT).
OPEN OUTPUT BRMAP-FILE.
IF WK-BRMAP-FILE-STATUS NOT = "00"
MOVE "OPEN OUTPUT" TO WK-MRG-IO-ACTION
MOVE "branchmap.txt" TO WK-MRG-IO-FILE
MOVE WK-BRMAP-FILE-STATUS TO WK-MRG-IO-STATUS
PERFORM 0960-ABEND-MERGE-FILE-IO
END-IF.
PERFORM VARYING WK-BRMAP-IDX FROM 1 BY 1
UNTIL WK-BRMAP-IDX > WK-BRMAP-COUNT
MOVE WK-BRMAP-T-OLD-BRANCH(WK-BRMAP-IDX) TO BRMAP-OLD-BRANCH
MOVE WK-BRMAP-T-NEW-BRANCH(WK-BRMAP-IDX) TO BRMAP-NEW-BRANCH
MOVE WK-BRMAP-T-EFF-PERIOD(WK-BRMAP-IDX) TO BRMAP-EFF-PERIOD
MOVE WK-BRMAP-T-DATE(WK-BRMAP-IDX) TO BRMAP-DATE
WRITE BRMAP-REC
IF WK-BRMAP-FILE-STATUS NOT = "00"
MOVE "WRITE" TO WK-MRG-IO-ACTION
MOVE "branchmap.txt" TO WK-MRG-IO-FILE
MOVE WK-BRMAP-FILE-STATUS TO WK-MRG-IO-STATUS
PERFORM 0960-ABEND-MERGE-FILE-IO
END-IF
END-PERFORM.
CLOSE BRMAP-FILE.
*> 3.統合監査証跡出力処理（統合日時・両支店・適用開始年月・移動件数と金額・操作者をMRGAUD-FILEへ追記）
3400-WRITE-MERGER-AUDIT.
OPEN EXTEND MRGAUD-FILE.
IF WK-MRGAUD-FILE-STATUS NOT = "00"
OPEN OUTPUT MRGAUD-FILE
END-IF.
IF WK-MRGAUD-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_MRG: CANNOT OPEN mergeaudit.txt STATUS="
WK-MRGAUD-FILE-STATUS
MOVE 16 TO RETURN-CODE
ELSE
ACCEPT WK-RUN-DATE-8 FROM DATE YYYYMMDD
ACCEPT WK-RUNHIST-TIME FROM TIME
MOVE WK-RUN-DATE-8 TO MRGAUD-DATE
MOVE WK-RUNHIST-TIME(1:6) TO MRGAUD-TIME
MOVE WK-ARG-OLD-BRANCH TO MRGAUD-OLD-BRANCH
MOVE WK-ARG-NEW-BRANCH TO MRGAUD-NEW-BRANCH
MOVE WK-ARG-EFF-YEAR TO MRGAUD-EFF-YEAR
MOVE WK-ARG-EFF-MONTH TO MRGAUD-EFF-MONTH
MOVE WK-CTL-SUM-MOVED TO MRGAUD-SUM-MOVED
MOVE WK-CTL-SUM-COMBINED TO MRGAUD-SUM-COMBINED
MOVE WK-CTL-SUM-RECALC TO MRGAUD-SUM-RECALC
MOVE WK-CTL-BALFWD-MOVED TO MRGAUD-BALFWD-MOVED
MOVE WK-CTL-BALFWD-COMBINED TO MRGAUD-BALFWD-COMBINED
MOVE WK-CTL-DTL-MOVED TO MRGAUD-DTL-MOVED
MOVE WK-CTL-SUJI-MOVED TO MRGAUD-SUJI-MOVED
MOVE WK-CTL-MAP-REPOINTED TO MRGAUD-MAP-REPOINTED
MOVE WK-OPERATOR-ID TO MRGAUD-OPERATOR
WRITE MRGAUD-REC
CLOSE MRGAUD-FILE
END-IF.
*> 3.実行履歴出力処理（実行日時・統合件数と金額をRUNHIST-FILEへ追記）
3500-WRITE-RUN-HISTORY.
OPEN EXTEND RUNHIST-FILE.
IF WK-RUNHIST-FILE-STATUS NOT = "00"
OPEN OUTPUT RUNHIST-FILE
END-IF.
IF WK-RUNHIST-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_MRG: CANNOT OPEN runhist.dat STATUS="
WK-RUNHIST-FILE-STATUS
ELSE
INITIALIZE RUNHIST-REC
ACCEPT WK-RUN-DATE-8 FROM DATE YYYYMMDD
ACCEPT WK-RUNHIST-TIME FROM TIME
MOVE WK-RUN-DATE-8 TO RUNHIST-DATE
MOVE WK-RUNHIST-TIME(1:6) TO RUNHIST-TIME
MOVE "SUM_SAMPLE02_MRG" TO RUNHIST-PROGRAM
MOVE "MERGE" TO RUNHIST-START-MODE
MOVE "summast.dat" TO RUNHIST-IN01-FILENAME
MOVE "mergeaudit.txt" TO RUNHIST-OUT01-FILENAME
COMPUTE RUNHIST-CTL-IN-COUNT = WK-CTL-SUM-MOVED + WK-CTL-SUM-COMBINED
MOVE WK-CTL-SUJI-MOVED TO RUNHIST-CTL-IN-SUJI-TOTAL
MOVE WK-CTL-DTL-MOVED TO RUNHIST-CTL-OUT-COUNT
MOVE RETURN-CODE TO RUNHIST-RETURN-CODE
MOVE WK-OPERATOR-ID TO RUNHIST-OPERATOR
WRITE RUNHIST-REC
CLOSE RUNHIST-FILE
END-IF.
END PROGRAM SUM_SAMPLE02_MRG.
