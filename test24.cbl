IDENTIFICATION DIVISION.
PROGRAM-ID. SUM_SAMPLE02_BKP.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT SUMMAST-FILE
ASSIGN TO "summast.dat"
ORGANIZATION IS INDEXED
ACCESS MODE IS SEQUENTIAL
RECORD KEY IS SUMMAST-KEY
FILE STATUS IS WK-SUMMAST-FILE-STATUS.
SELECT BALFWD-FILE
ASSIGN TO "balfwd.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-BALFWD-FILE-STATUS.
SELECT PERIOD-FILE
ASSIGN TO "periodctl.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-PERIOD-FILE-STATUS.
SELECT BRMST-FILE
ASSIGN TO "branchmst.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-BRMST-FILE-STATUS.
SELECT GEN-FILE
ASSIGN TO DYNAMIC WK-GEN-FILENAME
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-GEN-FILE-STATUS.
SELECT BKPCAT-FILE
ASSIGN TO "bkpcatalog.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-BKPCAT-FILE-STATUS.
SELECT CATKEEP-FILE
ASSIGN TO "bkpcatalog.tmp"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-CATKEEP-FILE-STATUS.
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
DATA DIVISION.
FILE SECTION.
FD SUMMAST-FILE.
COPY SUMMAST.
FD BALFWD-FILE.
01 BALFWD-REC.
03 BALFWD-BRANCH PIC X(03).
03 BALFWD-YEAR PIC X(04).
03 BALFWD-AMOUNT PIC S9(07) SIGN LEADING SEPARATE.
FD PERIOD-FILE.
COPY PERIODCT.
FD BRMST-FILE.
COPY BRMSTREC.
FD GEN-FILE.
*> 世代ファイルのレコードイメージ（4マスタのうち最長の支店マスタ27バイトに合わせる）
01 GEN-REC PIC X(27).
FD BKPCAT-FILE.
COPY BKPCATLG.
FD CATKEEP-FILE.
*> BKPCAT-RECと同一レイアウトのイメージ（80バイト）
01 CATKEEP-REC PIC X(80).
FD RUNHIST-FILE.
COPY RUNHIST.
FD OPERAUTH-FILE.
COPY OPERAUTH.
FD RUNLOCK-FILE.
COPY RUNLOCK.
WORKING-STORAGE SECTION.
01 WK-SUMMAST-FILE-STATUS PIC XX.
01 WK-BALFWD-FILE-STATUS PIC XX.
01 WK-PERIOD-FILE-STATUS PIC XX.
01 WK-BRMST-FILE-STATUS PIC XX.
01 WK-GEN-FILE-STATUS PIC XX.
01 WK-BKPCAT-FILE-STATUS PIC XX.
01 WK-CATKEEP-FILE-STATUS PIC XX.
01 WK-RUNHIST-FILE-STATUS PIC XX.
01 WK-OPERAUTH-FILE-STATUS PIC XX.
01 WK-RUNLOCK-FILE-STATUS PIC XX.
*> 保持世代数指示用ワーク（環境変数BACKUP_GENERATIONS、1～99、省略時は7世代）
01 WK-PARM-AREA.
03 WK-KEEP-PARM PIC X(08).
03 WK-GEN-KEEP PIC 9(02) VALUE 7.
*> 世代ファイル名組み立て用ワーク（マスタ名_g世代番号_取得日.bkp）
01 WK-GEN-AREA.
03 WK-GEN-NUMBER PIC 9(04) VALUE ZERO.
03 WK-GEN-DATE PIC 9(08).
03 WK-GEN-TIME PIC 9(08).
03 WK-GEN-REQUESTER PIC X(16).
03 WK-GEN-MASTER PIC X(10).
03 WK-GEN-NAME-NUMBER PIC 9(04).
03 WK-GEN-NAME-DATE PIC X(08).
03 WK-GEN-FILENAME PIC X(100).
*> 世代カタログ（bkpcatalog.datの登録件数・満了件数）用ワーク
01 WK-CAT-AREA.
03 WK-CAT-COUNT PIC 9(04) VALUE ZERO.
03 WK-CAT-READ-COUNT PIC 9(04) VALUE ZERO.
03 WK-CAT-EXPIRE-COUNT PIC 9(04) VALUE ZERO.
*> 件数（コントロールトータル）とオープン中期間用ワーク
01 WK-CTL-AREA.
03 WK-CTL-SUMMAST-COUNT PIC 9(08) VALUE ZERO.
03 WK-CTL-BALFWD-COUNT PIC 9(08) VALUE ZERO.
03 WK-CTL-PERIOD-COUNT PIC 9(08) VALUE ZERO.
03 WK-CTL-BRMST-COUNT PIC 9(08) VALUE ZERO.
03 WK-CTL-TOTAL-COUNT PIC 9(08) VALUE ZERO.
03 WK-CTL-OPEN-YEAR PIC X(04) VALUE SPACES.
03 WK-CTL-OPEN-MONTH PIC X(02) VALUE SPACES.
*> 実行履歴出力用ワーク
01 WK-RUNHIST-AREA.
03 WK-RUNHIST-DATE PIC 9(08).
03 WK-RUNHIST-TIME PIC 9(08).
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
PERFORM 0100-GET-KEEP-COUNT.
PERFORM 0120-CHECK-OPERATOR.
PERFORM 0130-ACQUIRE-RUN-LOCK.
PERFORM 1000-INITIALIZE.
PERFORM 2000-BACKUP-SUMMARY-MASTER.
PERFORM 2100-BACKUP-BALANCE-FORWARD.
PERFORM 2200-BACKUP-PERIOD-CONTROL.
PERFORM 2300-BACKUP-BRANCH-MASTER.
PERFORM 2500-WRITE-CATALOG.
PERFORM 2600-EXPIRE-GENERATIONS.
MOVE ZERO TO RETURN-CODE.
PERFORM 2800-WRITE-RUN-HISTORY.
PERFORM 3000-TERMINATE.
PERFORM 0140-RELEASE-RUN-LOCK.
STOP RUN.
*> 0.保持世代数取得処理（環境変数BACKUP_GENERATIONSの1～2桁の数字、省略時は7世代）
0100-GET-KEEP-COUNT.
MOVE SPACES TO WK-KEEP-PARM.
DISPLAY "BACKUP_GENERATIONS" UPON ENVIRONMENT-NAME.
ACCEPT WK-KEEP-PARM FROM ENVIRONMENT-VALUE.
IF WK-KEEP-PARM NOT = SPACES
IF WK-KEEP-PARM(1:2) NUMERIC AND WK-KEEP-PARM(3:6) = SPACES
MOVE WK-KEEP-PARM(1:2) TO WK-GEN-KEEP
ELSE
IF WK-KEEP-PARM(1:1) NUMERIC AND WK-KEEP-PARM(2:7) = SPACES
MOVE WK-KEEP-PARM(1:1) TO WK-GEN-KEEP
ELSE
MOVE ZERO TO WK-GEN-KEEP
END-IF
END-IF
END-IF.
IF WK-GEN-KEEP = ZERO
DISPLAY "SUM_SAMPLE02_BKP: BACKUP_GENERATIONS=" WK-KEEP-PARM
" IS INVALID -- SET 1 TO 99 OR LEAVE UNSET FOR 7"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF.
*> 0.操作者確認処理（環境変数OPERATOR_IDの操作者が権限ファイルに登録されていなければ拒否）
0120-CHECK-OPERATOR.
MOVE SPACES TO WK-OPERATOR-ID.
DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME.
ACCEPT WK-OPERATOR-ID FROM ENVIRONMENT-VALUE.
IF WK-OPERATOR-ID = SPACES
DISPLAY "SUM_SAMPLE02_BKP: NO OPERATOR ID -- SET OPERATOR_ID AND RERUN"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF.
MOVE "N" TO WK-OPERATOR-FOUND.
MOVE SPACES TO WK-OPERATOR-FUNCTIONS.
OPEN INPUT OPERAUTH-FILE.
IF WK-OPERAUTH-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_BKP: CANNOT OPEN OPERATOR AUTHORIZATION operauth.dat"
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
DISPLAY "SUM_SAMPLE02_BKP: OPERATOR " WK-OPERATOR-ID
" IS NOT REGISTERED IN operauth.dat -- RUN REFUSED"
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
DISPLAY "SUM_SAMPLE02_BKP: RUNNING UNDER THE RUN LOCK OF "
WK-RUNLOCK-CUR-PROGRAM
ELSE
DISPLAY "SUM_SAMPLE02_BKP: MASTER FILES ARE IN USE BY "
WK-RUNLOCK-CUR-PROGRAM " OPERATOR " WK-RUNLOCK-CUR-OPERATOR
" SINCE " WK-RUNLOCK-CUR-DATE " " WK-RUNLOCK-CUR-TIME
" -- RUN REFUSED"
DISPLAY "SUM_SAMPLE02_BKP: IF THAT JOB IS NO LONGER RUNNING, "
"CLEAR THE LOCK WITH SUM_SAMPLE02_LCK CLEAR"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF
ELSE
INITIALIZE RUNLOCK-REC
MOVE "SUM_SAMPLE02_BKP" TO RUNLOCK-PROGRAM
MOVE WK-OPERATOR-ID TO RUNLOCK-OPERATOR
ACCEPT RUNLOCK-DATE FROM DATE YYYYMMDD
ACCEPT WK-RUNLOCK-NOW-TIME FROM TIME
MOVE WK-RUNLOCK-NOW-TIME(1:6) TO RUNLOCK-TIME
OPEN OUTPUT RUNLOCK-FILE
IF WK-RUNLOCK-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_BKP: CANNOT CREATE RUN LOCK runlock.dat STATUS="
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
DISPLAY "SUM_SAMPLE02_BKP: CANNOT RELEASE RUN LOCK runlock.dat STATUS="
WK-RUNLOCK-FILE-STATUS
ELSE
CLOSE RUNLOCK-FILE
END-IF
MOVE "N" TO WK-RUNLOCK-HELD
END-IF.
*> 0.異常終了処理（マスタは更新していないため、取得したロックは解放して終了する）
*>　※途中まで書いた世代ファイルはカタログに登録されないため、復元対象にはならない
0400-ABEND-BACKUP.
MOVE 16 TO RETURN-CODE.
PERFORM 0140-RELEASE-RUN-LOCK.
STOP RUN.
*> 1.初期処理（取得日時・依頼元プログラムの決定、カタログから次の世代番号と登録件数を求める）
1000-INITIALIZE.
ACCEPT WK-GEN-DATE FROM DATE YYYYMMDD.
ACCEPT WK-GEN-TIME FROM TIME.
IF WK-RUNLOCK-IS-FOUND AND NOT WK-RUNLOCK-IS-HELD
MOVE WK-RUNLOCK-CUR-PROGRAM TO WK-GEN-REQUESTER
ELSE
MOVE "SUM_SAMPLE02_BKP" TO WK-GEN-REQUESTER
END-IF.
MOVE ZERO TO WK-CAT-COUNT.
OPEN INPUT BKPCAT-FILE.
IF WK-BKPCAT-FILE-STATUS = "00"
PERFORM UNTIL WK-BKPCAT-FILE-STATUS NOT = "00"
READ BKPCAT-FILE
AT END
CONTINUE
NOT AT END
ADD 1 TO WK-CAT-COUNT
MOVE BKPCAT-GENERATION TO WK-GEN-NUMBER
END-READ
END-PERFORM
CLOSE BKPCAT-FILE
END-IF.
IF WK-GEN-NUMBER = 9999
MOVE 1 TO WK-GEN-NUMBER
ELSE
ADD 1 TO WK-GEN-NUMBER
END-IF.
MOVE WK-GEN-NUMBER TO WK-GEN-NAME-NUMBER.
MOVE WK-GEN-DATE TO WK-GEN-NAME-DATE.
DISPLAY "SUM_SAMPLE02_BKP: TAKING GENERATION " WK-GEN-NUMBER
" FOR " WK-GEN-REQUESTER.
*> 1.世代ファイル名組み立て処理（WK-GEN-MASTER・WK-GEN-NAME-NUMBER・WK-GEN-NAME-DATEから作る）
1200-BUILD-GEN-FILENAME.
MOVE SPACES TO WK-GEN-FILENAME.
STRING WK-GEN-MASTER DELIMITED BY SPACE
"_g" DELIMITED BY SIZE
WK-GEN-NAME-NUMBER DELIMITED BY SIZE
"_" DELIMITED BY SIZE
WK-GEN-NAME-DATE DELIMITED BY SIZE
".bkp" DELIMITED BY SIZE
INTO WK-GEN-FILENAME.
*> 1.世代ファイル作成処理（対象マスタの世代ファイルを新規に開く）
1300-OPEN-GEN-FILE.
PERFORM 1200-BUILD-GEN-FILENAME.
OPEN OUTPUT GEN-FILE.
IF WK-GEN-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_BKP: CANNOT CREATE " WK-GEN-FILENAME(1:40)
" STATUS=" WK-GEN-FILE-STATUS
PERFORM 0400-ABEND-BACKUP
END-IF.
*> 1.世代ファイル書込処理（1レコードを書き込み、失敗すれば中止）
1400-WRITE-GEN-REC.
WRITE GEN-REC.
IF WK-GEN-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_BKP: WRITE TO " WK-GEN-FILENAME(1:40)
" FAILED STATUS=" WK-GEN-FILE-STATUS
PERFORM 0400-ABEND-BACKUP
END-IF.
*> 2.要約マスタ退避処理（summast.datをキー順に世代ファイルへ複写、無ければ空の世代ファイル）
2000-BACKUP-SUMMARY-MASTER.
MOVE "summast" TO WK-GEN-MASTER.
PERFORM 1300-OPEN-GEN-FILE.
OPEN INPUT SUMMAST-FILE.
IF WK-SUMMAST-FILE-STATUS = "35"
DISPLAY "SUM_SAMPLE02_BKP: summast.dat NOT FOUND -- SAVED AS EMPTY"
ELSE
IF WK-SUMMAST-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_BKP: CANNOT OPEN SUMMARY MASTER summast.dat"
" STATUS=" WK-SUMMAST-FILE-STATUS
PERFORM 0400-ABEND-BACKUP
END-IF
PERFORM UNTIL WK-SUMMAST-FILE-STATUS NOT = "00"
READ SUMMAST-FILE
AT END
CONTINUE
NOT AT END
MOVE SUMMAST-REC TO GEN-REC
PERFORM 1400-WRITE-GEN-REC
ADD 1 TO WK-CTL-SUMMAST-COUNT
END-READ
END-PERFORM
CLOSE SUMMAST-FILE
END-IF.
CLOSE GEN-FILE.
*> 2.年度繰越残高退避処理（balfwd.datを世代ファイルへ複写、無ければ空の世代ファイル）
2100-BACKUP-BALANCE-FORWARD.
MOVE "balfwd" TO WK-GEN-MASTER.
PERFORM 1300-OPEN-GEN-FILE.
OPEN INPUT BALFWD-FILE.
IF WK-BALFWD-FILE-STATUS = "35"
DISPLAY "SUM_SAMPLE02_BKP: balfwd.dat NOT FOUND -- SAVED AS EMPTY"
ELSE
IF WK-BALFWD-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_BKP: CANNOT OPEN balfwd.dat STATUS="
WK-BALFWD-FILE-STATUS
PERFORM 0400-ABEND-BACKUP
END-IF
PERFORM UNTIL WK-BALFWD-FILE-STATUS NOT = "00"
READ BALFWD-FILE
AT END
CONTINUE
NOT AT END
MOVE BALFWD-REC TO GEN-REC
PERFORM 1400-WRITE-GEN-REC
ADD 1 TO WK-CTL-BALFWD-COUNT
END-READ
END-PERFORM
CLOSE BALFWD-FILE
END-IF.
CLOSE GEN-FILE.
*> 2.会計期間管理退避処理（periodctl.datを世代ファイルへ複写し、オープン中期間をカタログ用に控える）
2200-BACKUP-PERIOD-CONTROL.
MOVE "periodctl" TO WK-GEN-MASTER.
PERFORM 1300-OPEN-GEN-FILE.
OPEN INPUT PERIOD-FILE.
IF WK-PERIOD-FILE-STATUS = "35"
DISPLAY "SUM_SAMPLE02_BKP: periodctl.dat NOT FOUND -- SAVED AS EMPTY"
ELSE
IF WK-PERIOD-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_BKP: CANNOT OPEN periodctl.dat STATUS="
WK-PERIOD-FILE-STATUS
PERFORM 0400-ABEND-BACKUP
END-IF
PERFORM UNTIL WK-PERIOD-FILE-STATUS NOT = "00"
READ PERIOD-FILE
AT END
CONTINUE
NOT AT END
IF WK-CTL-PERIOD-COUNT = ZERO
MOVE PERIODCT-YEAR TO WK-CTL-OPEN-YEAR
MOVE PERIODCT-MONTH TO WK-CTL-OPEN-MONTH
END-IF
MOVE PERIODCT-REC TO GEN-REC
PERFORM 1400-WRITE-GEN-REC
ADD 1 TO WK-CTL-PERIOD-COUNT
END-READ
END-PERFORM
CLOSE PERIOD-FILE
END-IF.
CLOSE GEN-FILE.
*> 2.支店マスタ退避処理（branchmst.txtを世代ファイルへ複写、無ければ空の世代ファイル）
2300-BACKUP-BRANCH-MASTER.
MOVE "branchmst" TO WK-GEN-MASTER.
PERFORM 1300-OPEN-GEN-FILE.
OPEN INPUT BRMST-FILE.
IF WK-BRMST-FILE-STATUS = "35"
DISPLAY "SUM_SAMPLE02_BKP: branchmst.txt NOT FOUND -- SAVED AS EMPTY"
ELSE
IF WK-BRMST-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_BKP: CANNOT OPEN branchmst.txt STATUS="
WK-BRMST-FILE-STATUS
PERFORM 0400-ABEND-BACKUP
END-IF
PERFORM UNTIL WK-BRMST-FILE-STATUS NOT = "00"
READ BRMST-FILE
AT END
CONTINUE
NOT AT END
MOVE BRMST-REC TO GEN-REC
PERFORM 1400-WRITE-GEN-REC
ADD 1 TO WK-CTL-BRMST-COUNT
END-READ
END-PERFORM
CLOSE BRMST-FILE
END-IF.
CLOSE GEN-FILE.
*> 2.世代カタログ登録処理（4ファイルとも書き終えた世代だけをbkpcatalog.datへ追記する）
2500-WRITE-CATALOG.
OPEN EXTEND BKPCAT-FILE.
IF WK-BKPCAT-FILE-STATUS NOT = "00"
OPEN OUTPUT BKPCAT-FILE
END-IF.
IF WK-BKPCAT-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_BKP: CANNOT OPEN bkpcatalog.dat STATUS="
WK-BKPCAT-FILE-STATUS
PERFORM 0400-ABEND-BACKUP
END-IF.
INITIALIZE BKPCAT-REC.
MOVE WK-GEN-NUMBER TO BKPCAT-GENERATION.
MOVE WK-GEN-DATE TO BKPCAT-DATE.
MOVE WK-GEN-TIME(1:6) TO BKPCAT-TIME.
MOVE WK-GEN-REQUESTER TO BKPCAT-REQUESTER.
MOVE WK-OPERATOR-ID TO BKPCAT-OPERATOR.
MOVE WK-CTL-OPEN-YEAR TO BKPCAT-OPEN-YEAR.
MOVE WK-CTL-OPEN-MONTH TO BKPCAT-OPEN-MONTH.
MOVE WK-CTL-SUMMAST-COUNT TO BKPCAT-SUMMAST-COUNT.
MOVE WK-CTL-BALFWD-COUNT TO BKPCAT-BALFWD-COUNT.
MOVE WK-CTL-PERIOD-COUNT TO BKPCAT-PERIOD-COUNT.
MOVE WK-CTL-BRMST-COUNT TO BKPCAT-BRMST-COUNT.
WRITE BKPCAT-REC.
IF WK-BKPCAT-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_BKP: WRITE TO bkpcatalog.dat FAILED STATUS="
WK-BKPCAT-FILE-STATUS
PERFORM 0400-ABEND-BACKUP
END-IF.
CLOSE BKPCAT-FILE.
ADD 1 TO WK-CAT-COUNT.
*> 2.世代満了処理（カタログを作業ファイルへ写し、古い世代を外して書き戻してから世代ファイルを削除する）
*>　※カタログの書き戻しが済むまでは世代ファイルを消さない（途中で止まってもカタログと世代ファイルが食い違わない）
2600-EXPIRE-GENERATIONS.
IF WK-CAT-COUNT > WK-GEN-KEEP
COMPUTE WK-CAT-EXPIRE-COUNT = WK-CAT-COUNT - WK-GEN-KEEP
OPEN INPUT BKPCAT-FILE
IF WK-BKPCAT-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_BKP: CANNOT OPEN bkpcatalog.dat STATUS="
WK-BKPCAT-FILE-STATUS
PERFORM 0400-ABEND-BACKUP
END-IF
OPEN OUTPUT CATKEEP-FILE
IF WK-CATKEEP-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_BKP: CANNOT OPEN bkpcatalog.tmp STATUS="
WK-CATKEEP-FILE-STATUS
PERFORM 0400-ABEND-BACKUP
END-IF
PERFORM UNTIL WK-BKPCAT-FILE-STATUS NOT = "00"
READ BKPCAT-FILE
AT END
CONTINUE
NOT AT END
WRITE CATKEEP-REC FROM BKPCAT-REC
IF WK-CATKEEP-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_BKP: WRITE TO bkpcatalog.tmp FAILED STATUS="
WK-CATKEEP-FILE-STATUS
PERFORM 0400-ABEND-BACKUP
END-IF
END-READ
END-PERFORM
CLOSE BKPCAT-FILE
CLOSE CATKEEP-FILE
PERFORM 2650-REWRITE-CATALOG
PERFORM 2680-DELETE-EXPIRED
END-IF.
*> 2.世代カタログ書き戻し処理（作業ファイルから満了分を除いた世代をbkpcatalog.datへ書き戻す）
2650-REWRITE-CATALOG.
MOVE ZERO TO WK-CAT-READ-COUNT.
OPEN INPUT CATKEEP-FILE.
IF WK-CATKEEP-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_BKP: CANNOT OPEN bkpcatalog.tmp STATUS="
WK-CATKEEP-FILE-STATUS
PERFORM 0400-ABEND-BACKUP
END-IF.
OPEN OUTPUT BKPCAT-FILE.
IF WK-BKPCAT-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_BKP: CANNOT REWRITE bkpcatalog.dat STATUS="
WK-BKPCAT-FILE-STATUS
PERFORM 0400-ABEND-BACKUP
END-IF.
PERFORM UNTIL WK-CATKEEP-FILE-STATUS NOT = "00"
READ CATKEEP-FILE
AT END
CONTINUE
NOT AT END
ADD 1 TO WK-CAT-READ-COUNT
IF WK-CAT-READ-COUNT > WK-CAT-EXPIRE-COUNT
WRITE BKPCAT-REC FROM CATKEEP-REC
IF WK-BKPCAT-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_BKP: WRITE TO bkpcatalog.dat FAILED "
"STATUS=" WK-BKPCAT-FILE-STATUS
PERFORM 0400-ABEND-BACKUP
END-IF
END-IF
END-READ
END-PERFORM.
CLOSE CATKEEP-FILE.
CLOSE BKPCAT-FILE.
*> 2.満了世代削除処理（書き戻し済のカタログから外した世代の世代ファイルを作業ファイルの先頭から順に削除する）
*>　※カタログは書き戻し済のため、作業ファイルが読めない場合は警告のみとする
2680-DELETE-EXPIRED.
MOVE ZERO TO WK-CAT-READ-COUNT.
OPEN INPUT CATKEEP-FILE.
IF WK-CATKEEP-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_BKP: WARNING -- CANNOT OPEN bkpcatalog.tmp "
"STATUS=" WK-CATKEEP-FILE-STATUS " -- EXPIRED FILES NOT DELETED"
ELSE
PERFORM UNTIL WK-CATKEEP-FILE-STATUS NOT = "00"
OR WK-CAT-READ-COUNT >= WK-CAT-EXPIRE-COUNT
READ CATKEEP-FILE
AT END
CONTINUE
NOT AT END
ADD 1 TO WK-CAT-READ-COUNT
MOVE CATKEEP-REC TO BKPCAT-REC
PERFORM 2700-DELETE-GENERATION
END-READ
END-PERFORM
CLOSE CATKEEP-FILE
END-IF.
*> 2.世代削除処理（満了した世代の4ファイルを削除する、既に無いファイルは警告のみ）
2700-DELETE-GENERATION.
DISPLAY "SUM_SAMPLE02_BKP: GENERATION " BKPCAT-GENERATION
" OF " BKPCAT-DATE " EXPIRED".
MOVE BKPCAT-GENERATION TO WK-GEN-NAME-NUMBER.
MOVE BKPCAT-DATE TO WK-GEN-NAME-DATE.
MOVE "summast" TO WK-GEN-MASTER.
PERFORM 2750-DELETE-GEN-FILE.
MOVE "balfwd" TO WK-GEN-MASTER.
PERFORM 2750-DELETE-GEN-FILE.
MOVE "periodctl" TO WK-GEN-MASTER.
PERFORM 2750-DELETE-GEN-FILE.
MOVE "branchmst" TO WK-GEN-MASTER.
PERFORM 2750-DELETE-GEN-FILE.
*> 2.世代ファイル削除処理（1ファイルを削除する）
2750-DELETE-GEN-FILE.
PERFORM 1200-BUILD-GEN-FILENAME.
CALL "CBL_DELETE_FILE" USING WK-GEN-FILENAME.
IF RETURN-CODE NOT = ZERO
DISPLAY "SUM_SAMPLE02_BKP: WARNING -- COULD NOT DELETE "
WK-GEN-FILENAME(1:40)
END-IF.
MOVE ZERO TO RETURN-CODE.
*> 2.実行履歴出力処理（取得日時・世代番号・複写件数・操作者をRUNHIST-FILEへ追記）
2800-WRITE-RUN-HISTORY.
OPEN EXTEND RUNHIST-FILE.
IF WK-RUNHIST-FILE-STATUS NOT = "00"
OPEN OUTPUT RUNHIST-FILE
END-IF.
IF WK-RUNHIST-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_BKP: CANNOT OPEN runhist.dat STATUS="
WK-RUNHIST-FILE-STATUS
ELSE
COMPUTE WK-CTL-TOTAL-COUNT = WK-CTL-SUMMAST-COUNT
+ WK-CTL-BALFWD-COUNT + WK-CTL-PERIOD-COUNT
+ WK-CTL-BRMST-COUNT
INITIALIZE RUNHIST-REC
ACCEPT WK-RUNHIST-DATE FROM DATE YYYYMMDD
ACCEPT WK-RUNHIST-TIME FROM TIME
MOVE WK-RUNHIST-DATE TO RUNHIST-DATE
MOVE WK-RUNHIST-TIME(1:6) TO RUNHIST-TIME
MOVE "SUM_SAMPLE02_BKP" TO RUNHIST-PROGRAM
MOVE "BACKUP" TO RUNHIST-START-MODE
MOVE "summast.dat balfwd.dat periodctl.dat branchmst.txt"
TO RUNHIST-IN01-FILENAME
MOVE "*" TO WK-GEN-MASTER
PERFORM 1200-BUILD-GEN-FILENAME
MOVE WK-GEN-FILENAME TO RUNHIST-OUT01-FILENAME
MOVE WK-CTL-TOTAL-COUNT TO RUNHIST-CTL-IN-COUNT
MOVE WK-CTL-TOTAL-COUNT TO RUNHIST-CTL-OUT-COUNT
MOVE RETURN-CODE TO RUNHIST-RETURN-CODE
MOVE WK-OPERATOR-ID TO RUNHIST-OPERATOR
WRITE RUNHIST-REC
CLOSE RUNHIST-FILE
END-IF.
*> 3.終了処理（世代番号・ファイル別件数・保持世代の報告）
3000-TERMINATE.
DISPLAY "SUM_SAMPLE02_BKP: ---- GENERATION " WK-GEN-NUMBER
" TAKEN " WK-GEN-DATE " ----".
DISPLAY "SUM_SAMPLE02_BKP: summast.dat   RECORDS = "
WK-CTL-SUMMAST-COUNT.
DISPLAY "SUM_SAMPLE02_BKP: balfwd.dat    RECORDS = "
WK-CTL-BALFWD-COUNT.
DISPLAY "SUM_SAMPLE02_BKP: periodctl.dat RECORDS = "
WK-CTL-PERIOD-COUNT.
DISPLAY "SUM_SAMPLE02_BKP: branchmst.txt RECORDS = "
WK-CTL-BRMST-COUNT.
DISPLAY "SUM_SAMPLE02_BKP: GENERATIONS EXPIRED   = "
WK-CAT-EXPIRE-COUNT " (KEEPING " WK-GEN-KEEP ")".
END PROGRAM SUM_SAMPLE02_BKP.
