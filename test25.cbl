IDENTIFICATION DIVISION.
PROGRAM-ID. SUM_SAMPLE02_RST.
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
01 WK-RUNHIST-FILE-STATUS PIC XX.
01 WK-OPERAUTH-FILE-STATUS PIC XX.
01 WK-RUNLOCK-FILE-STATUS PIC XX.
*> 起動パラメータ（LIST、世代番号のみで件数確認、世代番号＋CONFIRMで復元）用ワーク
01 WK-PARM-AREA.
03 WK-PARM-LINE PIC X(40).
03 WK-ARG-GEN PIC X(08).
03 WK-ARG-CONFIRM PIC X(08).
03 WK-RESTORE-GEN PIC 9(04) VALUE ZERO.
03 WK-RUN-MODE PIC X(08).
88 WK-MODE-LIST VALUE "LIST".
88 WK-MODE-PREVIEW VALUE "PREVIEW".
88 WK-MODE-RESTORE VALUE "RESTORE".
*> 世代ファイル名組み立て用ワーク（マスタ名_g世代番号_取得日.bkp）
01 WK-GEN-AREA.
03 WK-GEN-MASTER PIC X(10).
03 WK-GEN-NAME-NUMBER PIC 9(04).
03 WK-GEN-NAME-DATE PIC X(08).
03 WK-GEN-FILENAME PIC X(100).
03 WK-GEN-COUNT PIC 9(08).
03 WK-GEN-MISSING PIC X VALUE "N".
88 WK-GEN-IS-MISSING VALUE "Y".
*> 世代カタログ（bkpcatalog.datの全世代と、各世代の直前の実行・以後の実行件数）用ワーク
01 WK-CAT-AREA.
03 WK-CAT-COUNT PIC 9(04) VALUE ZERO.
03 WK-CAT-IDX PIC 9(04).
03 WK-CAT-HIT-IDX PIC 9(04) VALUE ZERO.
03 WK-CAT-TABLE OCCURS 99 TIMES.
05 WK-CAT-T-REC PIC X(80).
05 WK-CAT-T-STAMP PIC X(14).
05 WK-CAT-T-LAST-PROGRAM PIC X(16).
05 WK-CAT-T-LAST-MODE PIC X(08).
05 WK-CAT-T-LAST-DATE PIC X(08).
05 WK-CAT-T-LAST-TIME PIC X(06).
05 WK-CAT-T-LAST-RC PIC 9(04).
05 WK-CAT-T-SINCE-COUNT PIC 9(06).
01 WK-HIST-STAMP PIC X(14).
*> 件数確認（世代ファイル・カタログ・現行マスタ・復元後マスタ）用ワーク
01 WK-CTL-AREA.
03 WK-CTL-GEN-SUMMAST PIC 9(08) VALUE ZERO.
03 WK-CTL-GEN-BALFWD PIC 9(08) VALUE ZERO.
03 WK-CTL-GEN-PERIOD PIC 9(08) VALUE ZERO.
03 WK-CTL-GEN-BRMST PIC 9(08) VALUE ZERO.
03 WK-CTL-LIVE-SUMMAST PIC 9(08) VALUE ZERO.
03 WK-CTL-LIVE-BALFWD PIC 9(08) VALUE ZERO.
03 WK-CTL-LIVE-PERIOD PIC 9(08) VALUE ZERO.
03 WK-CTL-LIVE-BRMST PIC 9(08) VALUE ZERO.
03 WK-CTL-GEN-TOTAL PIC 9(08) VALUE ZERO.
03 WK-CTL-LIVE-TOTAL PIC 9(08) VALUE ZERO.
03 WK-CTL-EXPECT PIC 9(08) VALUE ZERO.
03 WK-CTL-BAD-COUNT PIC 9(02) VALUE ZERO.
*> 日付編集用ワーク
01 WK-EDIT-AREA.
03 WK-EDIT-DATE.
05 WK-EDIT-YYYY PIC X(04).
05 WK-EDIT-MM PIC X(02).
05 WK-EDIT-DD PIC X(02).
03 WK-EDIT-DATE-DISPLAY PIC X(10).
*> 実行履歴出力用ワーク
01 WK-RUNHIST-AREA.
03 WK-RUNHIST-DATE PIC 9(08).
03 WK-RUNHIST-TIME PIC 9(08).
01 LST-HDG.
03 FILLER PIC X(05) VALUE "GEN".
03 FILLER PIC X(19) VALUE "TAKEN".
03 FILLER PIC X(17) VALUE "REQUESTED BY".
03 FILLER PIC X(09) VALUE "OPERATOR".
03 FILLER PIC X(08) VALUE "OPEN".
03 FILLER PIC X(09) VALUE "  SUMMAST".
03 FILLER PIC X(09) VALUE "   BALFWD".
03 FILLER PIC X(09) VALUE "   PERIOD".
03 FILLER PIC X(09) VALUE "   BRANCH".
01 LST-LINE.
03 LST-GEN PIC 9(04).
03 FILLER PIC X(01) VALUE SPACE.
03 LST-DATE PIC X(10).
03 FILLER PIC X(01) VALUE SPACE.
03 LST-TIME PIC X(06).
03 FILLER PIC X(02) VALUE SPACES.
03 LST-REQUESTER PIC X(16).
03 FILLER PIC X(01) VALUE SPACE.
03 LST-OPERATOR PIC X(08).
03 FILLER PIC X(01) VALUE SPACE.
03 LST-OPEN-YEAR PIC X(04).
03 FILLER PIC X(01) VALUE "/".
03 LST-OPEN-MONTH PIC X(02).
03 FILLER PIC X(01) VALUE SPACE.
03 LST-SUMMAST PIC ZZZZZZZ9.
03 FILLER PIC X(01) VALUE SPACE.
03 LST-BALFWD PIC ZZZZZZZ9.
03 FILLER PIC X(01) VALUE SPACE.
03 LST-PERIOD PIC ZZZZZZZ9.
03 FILLER PIC X(01) VALUE SPACE.
03 LST-BRMST PIC ZZZZZZZ9.
01 LST-CTX-LINE.
03 FILLER PIC X(05) VALUE SPACES.
03 FILLER PIC X(17) VALUE "LAST RUN BEFORE: ".
03 LST-CTX-PROGRAM PIC X(16).
03 FILLER PIC X(01) VALUE SPACE.
03 LST-CTX-MODE PIC X(08).
03 FILLER PIC X(01) VALUE SPACE.
03 LST-CTX-DATE PIC X(10).
03 FILLER PIC X(01) VALUE SPACE.
03 LST-CTX-TIME PIC X(06).
03 LST-CTX-RC-LABEL PIC X(04).
03 LST-CTX-RC PIC ZZZ9.
03 LST-CTX-RC-X REDEFINES LST-CTX-RC PIC X(04).
03 FILLER PIC X(04) VALUE " -- ".
03 LST-CTX-SINCE PIC ZZZZZ9.
03 FILLER PIC X(13) VALUE " RUN(S) SINCE".
01 CNT-HDG.
03 FILLER PIC X(16) VALUE "FILE".
03 FILLER PIC X(10) VALUE "   CURRENT".
03 FILLER PIC X(12) VALUE "  GENERATION".
03 FILLER PIC X(10) VALUE "   CATALOG".
01 CNT-LINE.
03 CNT-FILE PIC X(16).
03 CNT-LIVE PIC ZZZZZZZZZ9.
03 CNT-GEN PIC ZZZZZZZZZZZ9.
03 CNT-CATALOG PIC ZZZZZZZZZ9.
03 FILLER PIC X(02) VALUE SPACES.
03 CNT-FLAG PIC X(12).
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
PERFORM 0100-PARSE-PARMS.
IF WK-MODE-RESTORE
PERFORM 0120-CHECK-OPERATOR
PERFORM 0130-ACQUIRE-RUN-LOCK
END-IF.
PERFORM 1000-LOAD-CATALOG.
PERFORM 1100-LOAD-RUN-HISTORY-CONTEXT.
IF WK-MODE-LIST
PERFORM 2000-LIST-GENERATIONS
ELSE
PERFORM 3000-FIND-GENERATION
PERFORM 3200-COUNT-LIVE-MASTERS
PERFORM 3100-VERIFY-GENERATION
IF WK-MODE-PREVIEW
DISPLAY "SUM_SAMPLE02_RST: GENERATION " WK-RESTORE-GEN
" IS COMPLETE -- TO RESTORE IT AS A SET RUN: "
"SUM_SAMPLE02_RST " WK-RESTORE-GEN " CONFIRM"
MOVE ZERO TO RETURN-CODE
ELSE
PERFORM 4000-RESTORE-SUMMARY-MASTER
PERFORM 4100-RESTORE-BALANCE-FORWARD
PERFORM 4200-RESTORE-PERIOD-CONTROL
PERFORM 4300-RESTORE-BRANCH-MASTER
PERFORM 4500-VERIFY-RESTORED-MASTERS
PERFORM 4800-WRITE-RUN-HISTORY
PERFORM 4900-TERMINATE
PERFORM 0140-RELEASE-RUN-LOCK
END-IF
END-IF.
STOP RUN.
*> 0.パラメータ解析処理（省略時またはLISTは一覧、4桁の世代番号のみは件数確認、世代番号＋CONFIRMで復元）
0100-PARSE-PARMS.
MOVE SPACES TO WK-PARM-LINE WK-ARG-GEN WK-ARG-CONFIRM.
ACCEPT WK-PARM-LINE FROM COMMAND-LINE.
UNSTRING WK-PARM-LINE DELIMITED BY ALL SPACE
INTO WK-ARG-GEN WK-ARG-CONFIRM.
IF WK-ARG-GEN = SPACES OR WK-ARG-GEN = "LIST"
MOVE "LIST" TO WK-RUN-MODE
ELSE
IF WK-ARG-GEN(1:4) NOT NUMERIC
OR WK-ARG-GEN(5:4) NOT = SPACES
PERFORM 0400-ABEND-BAD-PARM
END-IF
MOVE WK-ARG-GEN(1:4) TO WK-RESTORE-GEN
IF WK-ARG-CONFIRM = SPACES
MOVE "PREVIEW" TO WK-RUN-MODE
ELSE
IF WK-ARG-CONFIRM = "CONFIRM"
MOVE "RESTORE" TO WK-RUN-MODE
ELSE
PERFORM 0400-ABEND-BAD-PARM
END-IF
END-IF
END-IF.
*> 0.操作者権限チェック処理（環境変数OPERATOR_IDの操作者を権限ファイルと照合し、マスタ世代復元の権限が無ければ拒否）
0120-CHECK-OPERATOR.
MOVE SPACES TO WK-OPERATOR-ID.
DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME.
ACCEPT WK-OPERATOR-ID FROM ENVIRONMENT-VALUE.
IF WK-OPERATOR-ID = SPACES
DISPLAY "SUM_SAMPLE02_RST: NO OPERATOR ID -- SET OPERATOR_ID AND RERUN"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF.
MOVE "N" TO WK-OPERATOR-FOUND.
MOVE SPACES TO WK-OPERATOR-FUNCTIONS.
OPEN INPUT OPERAUTH-FILE.
IF WK-OPERAUTH-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_RST: CANNOT OPEN OPERATOR AUTHORIZATION operauth.dat"
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
DISPLAY "SUM_SAMPLE02_RST: OPERATOR " WK-OPERATOR-ID
" IS NOT REGISTERED IN operauth.dat -- RUN REFUSED"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF.
IF NOT WK-OPERATOR-CAN-RESTORE
DISPLAY "SUM_SAMPLE02_RST: OPERATOR " WK-OPERATOR-ID
" IS NOT AUTHORIZED FOR RESTORE -- RUN REFUSED"
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
DISPLAY "SUM_SAMPLE02_RST: RUNNING UNDER THE RUN LOCK OF "
WK-RUNLOCK-CUR-PROGRAM
ELSE
DISPLAY "SUM_SAMPLE02_RST: MASTER FILES ARE IN USE BY "
WK-RUNLOCK-CUR-PROGRAM " OPERATOR " WK-RUNLOCK-CUR-OPERATOR
" SINCE " WK-RUNLOCK-CUR-DATE " " WK-RUNLOCK-CUR-TIME
" -- RUN REFUSED"
DISPLAY "SUM_SAMPLE02_RST: IF THAT JOB IS NO LONGER RUNNING, "
"CLEAR THE LOCK WITH SUM_SAMPLE02_LCK CLEAR"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF
ELSE
INITIALIZE RUNLOCK-REC
MOVE "SUM_SAMPLE02_RST" TO RUNLOCK-PROGRAM
MOVE WK-OPERATOR-ID TO RUNLOCK-OPERATOR
ACCEPT RUNLOCK-DATE FROM DATE YYYYMMDD
ACCEPT WK-RUNLOCK-NOW-TIME FROM TIME
MOVE WK-RUNLOCK-NOW-TIME(1:6) TO RUNLOCK-TIME
OPEN OUTPUT RUNLOCK-FILE
IF WK-RUNLOCK-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_RST: CANNOT CREATE RUN LOCK runlock.dat STATUS="
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
DISPLAY "SUM_SAMPLE02_RST: CANNOT RELEASE RUN LOCK runlock.dat STATUS="
WK-RUNLOCK-FILE-STATUS
ELSE
CLOSE RUNLOCK-FILE
END-IF
MOVE "N" TO WK-RUNLOCK-HELD
END-IF.
*> 0.パラメータ誤り処理（使い方を表示して終了）
0400-ABEND-BAD-PARM.
DISPLAY "SUM_SAMPLE02_RST: USAGE: SUM_SAMPLE02_RST [LIST]".
DISPLAY "SUM_SAMPLE02_RST:    OR: SUM_SAMPLE02_RST gggg".
DISPLAY "SUM_SAMPLE02_RST:    OR: SUM_SAMPLE02_RST gggg CONFIRM".
DISPLAY "SUM_SAMPLE02_RST: gggg ALONE CHECKS THE RECORD COUNTS, "
"CONFIRM RESTORES THE GENERATION".
MOVE 16 TO RETURN-CODE.
STOP RUN.
*> 0.復元中断処理（マスタの一部が書き替わっているため、ロックは保持したまま終了する）
0450-ABEND-RESTORE.
DISPLAY "SUM_SAMPLE02_RST: *** RESTORE OF GENERATION " WK-RESTORE-GEN
" DID NOT COMPLETE -- THE MASTER FILES ARE INCONSISTENT ***".
DISPLAY "SUM_SAMPLE02_RST: THE RUN LOCK IS LEFT HELD; CORRECT THE CAUSE, "
"CLEAR THE LOCK AND RERUN THE RESTORE".
MOVE 16 TO RETURN-CODE.
STOP RUN.
*> 1.世代カタログ読込処理（bkpcatalog.datの全世代をワーク表へロード）
1000-LOAD-CATALOG.
MOVE ZERO TO WK-CAT-COUNT.
OPEN INPUT BKPCAT-FILE.
IF WK-BKPCAT-FILE-STATUS = "00"
PERFORM UNTIL WK-BKPCAT-FILE-STATUS NOT = "00"
READ BKPCAT-FILE
AT END
CONTINUE
NOT AT END
IF WK-CAT-COUNT < 99
ADD 1 TO WK-CAT-COUNT
MOVE BKPCAT-REC TO WK-CAT-T-REC(WK-CAT-COUNT)
MOVE BKPCAT-DATE TO WK-CAT-T-STAMP(WK-CAT-COUNT)(1:8)
MOVE BKPCAT-TIME TO WK-CAT-T-STAMP(WK-CAT-COUNT)(9:6)
MOVE SPACES TO WK-CAT-T-LAST-PROGRAM(WK-CAT-COUNT)
MOVE ZERO TO WK-CAT-T-SINCE-COUNT(WK-CAT-COUNT)
END-IF
END-READ
END-PERFORM
CLOSE BKPCAT-FILE
END-IF.
IF WK-CAT-COUNT = ZERO
DISPLAY "SUM_SAMPLE02_RST: NO BACKUP GENERATIONS IN bkpcatalog.dat"
IF WK-MODE-LIST
MOVE 4 TO RETURN-CODE
ELSE
MOVE 16 TO RETURN-CODE
END-IF
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF.
*> 1.実行履歴照合処理（世代ごとに取得直前の実行と、取得後の実行件数を求める、世代取得自身の履歴は除く）
1100-LOAD-RUN-HISTORY-CONTEXT.
OPEN INPUT RUNHIST-FILE.
IF WK-RUNHIST-FILE-STATUS = "00"
PERFORM UNTIL WK-RUNHIST-FILE-STATUS NOT = "00"
READ RUNHIST-FILE
AT END
CONTINUE
NOT AT END
IF RUNHIST-PROGRAM NOT = "SUM_SAMPLE02_BKP"
MOVE RUNHIST-DATE TO WK-HIST-STAMP(1:8)
MOVE RUNHIST-TIME TO WK-HIST-STAMP(9:6)
PERFORM VARYING WK-CAT-IDX FROM 1 BY 1
UNTIL WK-CAT-IDX > WK-CAT-COUNT
IF WK-HIST-STAMP <= WK-CAT-T-STAMP(WK-CAT-IDX)
MOVE RUNHIST-PROGRAM TO WK-CAT-T-LAST-PROGRAM(WK-CAT-IDX)
MOVE RUNHIST-START-MODE TO WK-CAT-T-LAST-MODE(WK-CAT-IDX)
MOVE RUNHIST-DATE TO WK-CAT-T-LAST-DATE(WK-CAT-IDX)
MOVE RUNHIST-TIME TO WK-CAT-T-LAST-TIME(WK-CAT-IDX)
MOVE RUNHIST-RETURN-CODE TO WK-CAT-T-LAST-RC(WK-CAT-IDX)
ELSE
ADD 1 TO WK-CAT-T-SINCE-COUNT(WK-CAT-IDX)
END-IF
END-PERFORM
END-IF
END-READ
END-PERFORM
CLOSE RUNHIST-FILE
END-IF.
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
*> 1.日付編集処理（yyyymmddをyyyy-mm-ddへ）
1300-EDIT-DATE.
MOVE SPACES TO WK-EDIT-DATE-DISPLAY.
STRING WK-EDIT-YYYY DELIMITED BY SIZE
"-" DELIMITED BY SIZE
WK-EDIT-MM DELIMITED BY SIZE
"-" DELIMITED BY SIZE
WK-EDIT-DD DELIMITED BY SIZE
INTO WK-EDIT-DATE-DISPLAY.
*> 2.世代一覧処理（カタログの全世代を古い順に、取得直前の実行と以後の実行件数を添えて表示）
2000-LIST-GENERATIONS.
DISPLAY "SUM_SAMPLE02_RST: " WK-CAT-COUNT
" GENERATION(S) IN bkpcatalog.dat".
DISPLAY "SUM_SAMPLE02_RST: " LST-HDG.
PERFORM VARYING WK-CAT-IDX FROM 1 BY 1
UNTIL WK-CAT-IDX > WK-CAT-COUNT
PERFORM 2100-SHOW-ONE-GENERATION
END-PERFORM.
DISPLAY "SUM_SAMPLE02_RST: TO CHECK A GENERATION'S RECORD COUNTS RUN: "
"SUM_SAMPLE02_RST gggg".
MOVE ZERO TO RETURN-CODE.
*> 2.世代表示処理（WK-CAT-IDXの世代の内容と実行履歴上の位置を表示）
2100-SHOW-ONE-GENERATION.
MOVE WK-CAT-T-REC(WK-CAT-IDX) TO BKPCAT-REC.
MOVE BKPCAT-GENERATION TO LST-GEN.
MOVE BKPCAT-DATE TO WK-EDIT-DATE.
PERFORM 1300-EDIT-DATE.
MOVE WK-EDIT-DATE-DISPLAY TO LST-DATE.
MOVE BKPCAT-TIME TO LST-TIME.
MOVE BKPCAT-REQUESTER TO LST-REQUESTER.
MOVE BKPCAT-OPERATOR TO LST-OPERATOR.
MOVE BKPCAT-OPEN-YEAR TO LST-OPEN-YEAR.
MOVE BKPCAT-OPEN-MONTH TO LST-OPEN-MONTH.
MOVE BKPCAT-SUMMAST-COUNT TO LST-SUMMAST.
MOVE BKPCAT-BALFWD-COUNT TO LST-BALFWD.
MOVE BKPCAT-PERIOD-COUNT TO LST-PERIOD.
MOVE BKPCAT-BRMST-COUNT TO LST-BRMST.
DISPLAY "SUM_SAMPLE02_RST: " LST-LINE.
IF WK-CAT-T-LAST-PROGRAM(WK-CAT-IDX) = SPACES
MOVE "(NONE)" TO LST-CTX-PROGRAM
MOVE SPACES TO LST-CTX-MODE LST-CTX-DATE LST-CTX-TIME
MOVE SPACES TO LST-CTX-RC-LABEL LST-CTX-RC-X
ELSE
MOVE WK-CAT-T-LAST-PROGRAM(WK-CAT-IDX) TO LST-CTX-PROGRAM
MOVE WK-CAT-T-LAST-MODE(WK-CAT-IDX) TO LST-CTX-MODE
MOVE WK-CAT-T-LAST-DATE(WK-CAT-IDX) TO WK-EDIT-DATE
PERFORM 1300-EDIT-DATE
MOVE WK-EDIT-DATE-DISPLAY TO LST-CTX-DATE
MOVE WK-CAT-T-LAST-TIME(WK-CAT-IDX) TO LST-CTX-TIME
MOVE " RC=" TO LST-CTX-RC-LABEL
MOVE WK-CAT-T-LAST-RC(WK-CAT-IDX) TO LST-CTX-RC
END-IF.
MOVE WK-CAT-T-SINCE-COUNT(WK-CAT-IDX) TO LST-CTX-SINCE.
DISPLAY "SUM_SAMPLE02_RST: " LST-CTX-LINE.
*> 3.世代検索処理（指定の世代番号をカタログから探し、無ければ拒否）
3000-FIND-GENERATION.
MOVE ZERO TO WK-CAT-HIT-IDX.
PERFORM VARYING WK-CAT-IDX FROM 1 BY 1
UNTIL WK-CAT-IDX > WK-CAT-COUNT
MOVE WK-CAT-T-REC(WK-CAT-IDX) TO BKPCAT-REC
IF BKPCAT-GENERATION = WK-RESTORE-GEN
MOVE WK-CAT-IDX TO WK-CAT-HIT-IDX
END-IF
END-PERFORM.
IF WK-CAT-HIT-IDX = ZERO
DISPLAY "SUM_SAMPLE02_RST: GENERATION " WK-RESTORE-GEN
" IS NOT IN bkpcatalog.dat -- RUN SUM_SAMPLE02_RST LIST"
MOVE 16 TO RETURN-CODE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF.
MOVE WK-CAT-HIT-IDX TO WK-CAT-IDX.
DISPLAY "SUM_SAMPLE02_RST: " LST-HDG.
PERFORM 2100-SHOW-ONE-GENERATION.
*> 3.世代件数確認処理（4つの世代ファイルの件数をカタログの件数と突き合わせ、1つでも違えば拒否）
3100-VERIFY-GENERATION.
MOVE ZERO TO WK-CTL-BAD-COUNT.
DISPLAY "SUM_SAMPLE02_RST: " CNT-HDG.
MOVE "summast" TO WK-GEN-MASTER.
MOVE "summast.dat" TO CNT-FILE.
MOVE WK-CTL-LIVE-SUMMAST TO CNT-LIVE.
MOVE BKPCAT-SUMMAST-COUNT TO WK-CTL-EXPECT.
PERFORM 3150-CHECK-GEN-FILE.
MOVE WK-GEN-COUNT TO WK-CTL-GEN-SUMMAST.
MOVE "balfwd" TO WK-GEN-MASTER.
MOVE "balfwd.dat" TO CNT-FILE.
MOVE WK-CTL-LIVE-BALFWD TO CNT-LIVE.
MOVE BKPCAT-BALFWD-COUNT TO WK-CTL-EXPECT.
PERFORM 3150-CHECK-GEN-FILE.
MOVE WK-GEN-COUNT TO WK-CTL-GEN-BALFWD.
MOVE "periodctl" TO WK-GEN-MASTER.
MOVE "periodctl.dat" TO CNT-FILE.
MOVE WK-CTL-LIVE-PERIOD TO CNT-LIVE.
MOVE BKPCAT-PERIOD-COUNT TO WK-CTL-EXPECT.
PERFORM 3150-CHECK-GEN-FILE.
MOVE WK-GEN-COUNT TO WK-CTL-GEN-PERIOD.
MOVE "branchmst" TO WK-GEN-MASTER.
MOVE "branchmst.txt" TO CNT-FILE.
MOVE WK-CTL-LIVE-BRMST TO CNT-LIVE.
MOVE BKPCAT-BRMST-COUNT TO WK-CTL-EXPECT.
PERFORM 3150-CHECK-GEN-FILE.
MOVE WK-GEN-COUNT TO WK-CTL-GEN-BRMST.
IF WK-CTL-BAD-COUNT > ZERO
DISPLAY "SUM_SAMPLE02_RST: GENERATION " WK-RESTORE-GEN
" DOES NOT MATCH ITS CATALOG RECORD COUNTS -- RESTORE REFUSED"
MOVE 16 TO RETURN-CODE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF.
*> 3.世代ファイル確認処理（1ファイルの件数を数えて現行・世代・カタログの件数を1行表示）
3150-CHECK-GEN-FILE.
MOVE BKPCAT-GENERATION TO WK-GEN-NAME-NUMBER.
MOVE BKPCAT-DATE TO WK-GEN-NAME-DATE.
PERFORM 1200-BUILD-GEN-FILENAME.
MOVE ZERO TO WK-GEN-COUNT.
MOVE "N" TO WK-GEN-MISSING.
OPEN INPUT GEN-FILE.
IF WK-GEN-FILE-STATUS NOT = "00"
SET WK-GEN-IS-MISSING TO TRUE
ELSE
PERFORM UNTIL WK-GEN-FILE-STATUS NOT = "00"
READ GEN-FILE
AT END
CONTINUE
NOT AT END
ADD 1 TO WK-GEN-COUNT
END-READ
END-PERFORM
CLOSE GEN-FILE
END-IF.
MOVE WK-GEN-COUNT TO CNT-GEN.
MOVE WK-CTL-EXPECT TO CNT-CATALOG.
IF WK-GEN-IS-MISSING
MOVE "*** MISSING" TO CNT-FLAG
ADD 1 TO WK-CTL-BAD-COUNT
ELSE
IF WK-GEN-COUNT NOT = WK-CTL-EXPECT
MOVE "*** MISMATCH" TO CNT-FLAG
ADD 1 TO WK-CTL-BAD-COUNT
ELSE
MOVE "OK" TO CNT-FLAG
END-IF
END-IF.
DISPLAY "SUM_SAMPLE02_RST: " CNT-LINE.
*> 3.現行マスタ件数計数処理（4マスタの現在の件数を数える、無いファイルは0件）
3200-COUNT-LIVE-MASTERS.
MOVE ZERO TO WK-CTL-LIVE-SUMMAST WK-CTL-LIVE-BALFWD
WK-CTL-LIVE-PERIOD WK-CTL-LIVE-BRMST.
OPEN INPUT SUMMAST-FILE.
IF WK-SUMMAST-FILE-STATUS = "00"
PERFORM UNTIL WK-SUMMAST-FILE-STATUS NOT = "00"
READ SUMMAST-FILE
AT END
CONTINUE
NOT AT END
ADD 1 TO WK-CTL-LIVE-SUMMAST
END-READ
END-PERFORM
CLOSE SUMMAST-FILE
END-IF.
OPEN INPUT BALFWD-FILE.
IF WK-BALFWD-FILE-STATUS = "00"
PERFORM UNTIL WK-BALFWD-FILE-STATUS NOT = "00"
READ BALFWD-FILE
AT END
CONTINUE
NOT AT END
ADD 1 TO WK-CTL-LIVE-BALFWD
END-READ
END-PERFORM
CLOSE BALFWD-FILE
END-IF.
OPEN INPUT PERIOD-FILE.
IF WK-PERIOD-FILE-STATUS = "00"
PERFORM UNTIL WK-PERIOD-FILE-STATUS NOT = "00"
READ PERIOD-FILE
AT END
CONTINUE
NOT AT END
ADD 1 TO WK-CTL-LIVE-PERIOD
END-READ
END-PERFORM
CLOSE PERIOD-FILE
END-IF.
OPEN INPUT BRMST-FILE.
IF WK-BRMST-FILE-STATUS = "00"
PERFORM UNTIL WK-BRMST-FILE-STATUS NOT = "00"
READ BRMST-FILE
AT END
CONTINUE
NOT AT END
ADD 1 TO WK-CTL-LIVE-BRMST
END-READ
END-PERFORM
CLOSE BRMST-FILE
END-IF.
*> 4.要約マスタ復元処理（summast.datを作り直し、世代ファイルのレコードをキー順に書き込む）
4000-RESTORE-SUMMARY-MASTER.
MOVE "summast" TO WK-GEN-MASTER.
PERFORM 4400-OPEN-GEN-FILE.
OPEN OUTPUT SUMMAST-FILE.
IF WK-SUMMAST-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_RST: CANNOT RECREATE SUMMARY MASTER summast.dat"
" STATUS=" WK-SUMMAST-FILE-STATUS
PERFORM 0450-ABEND-RESTORE
END-IF.
PERFORM UNTIL WK-GEN-FILE-STATUS NOT = "00"
READ GEN-FILE
AT END
CONTINUE
NOT AT END
MOVE GEN-REC TO SUMMAST-REC
WRITE SUMMAST-REC
INVALID KEY
DISPLAY "SUM_SAMPLE02_RST: WRITE TO summast.dat FAILED FOR KEY "
SUMMAST-KEY " STATUS=" WK-SUMMAST-FILE-STATUS
PERFORM 0450-ABEND-RESTORE
END-WRITE
END-READ
END-PERFORM.
CLOSE GEN-FILE.
CLOSE SUMMAST-FILE.
*> 4.年度繰越残高復元処理（balfwd.datを世代ファイルの内容で置き換える）
4100-RESTORE-BALANCE-FORWARD.
MOVE "balfwd" TO WK-GEN-MASTER.
PERFORM 4400-OPEN-GEN-FILE.
OPEN OUTPUT BALFWD-FILE.
IF WK-BALFWD-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_RST: CANNOT REWRITE balfwd.dat STATUS="
WK-BALFWD-FILE-STATUS
PERFORM 0450-ABEND-RESTORE
END-IF.
PERFORM UNTIL WK-GEN-FILE-STATUS NOT = "00"
READ GEN-FILE
AT END
CONTINUE
NOT AT END
MOVE GEN-REC TO BALFWD-REC
WRITE BALFWD-REC
IF WK-BALFWD-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_RST: WRITE TO balfwd.dat FAILED STATUS="
WK-BALFWD-FILE-STATUS
PERFORM 0450-ABEND-RESTORE
END-IF
END-READ
END-PERFORM.
CLOSE GEN-FILE.
CLOSE BALFWD-FILE.
*> 4.会計期間管理復元処理（periodctl.datを世代ファイルの内容で置き換える）
4200-RESTORE-PERIOD-CONTROL.
MOVE "periodctl" TO WK-GEN-MASTER.
PERFORM 4400-OPEN-GEN-FILE.
OPEN OUTPUT PERIOD-FILE.
IF WK-PERIOD-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_RST: CANNOT REWRITE periodctl.dat STATUS="
WK-PERIOD-FILE-STATUS
PERFORM 0450-ABEND-RESTORE
END-IF.
PERFORM UNTIL WK-GEN-FILE-STATUS NOT = "00"
READ GEN-FILE
AT END
CONTINUE
NOT AT END
MOVE GEN-REC TO PERIODCT-REC
WRITE PERIODCT-REC
IF WK-PERIOD-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_RST: WRITE TO periodctl.dat FAILED STATUS="
WK-PERIOD-FILE-STATUS
PERFORM 0450-ABEND-RESTORE
END-IF
END-READ
END-PERFORM.
CLOSE GEN-FILE.
CLOSE PERIOD-FILE.
*> 4.支店マスタ復元処理（branchmst.txtを世代ファイルの内容で置き換える）
4300-RESTORE-BRANCH-MASTER.
MOVE "branchmst" TO WK-GEN-MASTER.
PERFORM 4400-OPEN-GEN-FILE.
OPEN OUTPUT BRMST-FILE.
IF WK-BRMST-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_RST: CANNOT REWRITE branchmst.txt STATUS="
WK-BRMST-FILE-STATUS
PERFORM 0450-ABEND-RESTORE
END-IF.
PERFORM UNTIL WK-GEN-FILE-STATUS NOT = "00"
READ GEN-FILE
AT END
CONTINUE
NOT AT END
MOVE GEN-REC TO BRMST-REC
WRITE BRMST-REC
IF WK-BRMST-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_RST: WRITE TO branchmst.txt FAILED STATUS="
WK-BRMST-FILE-STATUS
PERFORM 0450-ABEND-RESTORE
END-IF
END-READ
END-PERFORM.
CLOSE GEN-FILE.
CLOSE BRMST-FILE.
*> 4.世代ファイル読込開始処理（WK-GEN-MASTERの世代ファイルを開く）
4400-OPEN-GEN-FILE.
MOVE BKPCAT-GENERATION TO WK-GEN-NAME-NUMBER.
MOVE BKPCAT-DATE TO WK-GEN-NAME-DATE.
PERFORM 1200-BUILD-GEN-FILENAME.
OPEN INPUT GEN-FILE.
IF WK-GEN-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_RST: CANNOT OPEN " WK-GEN-FILENAME(1:40)
" STATUS=" WK-GEN-FILE-STATUS
PERFORM 0450-ABEND-RESTORE
END-IF.
*> 4.復元結果確認処理（復元後の4マスタの件数をカタログの件数と突き合わせる）
4500-VERIFY-RESTORED-MASTERS.
PERFORM 3200-COUNT-LIVE-MASTERS.
COMPUTE WK-CTL-GEN-TOTAL = WK-CTL-GEN-SUMMAST + WK-CTL-GEN-BALFWD
+ WK-CTL-GEN-PERIOD + WK-CTL-GEN-BRMST.
COMPUTE WK-CTL-LIVE-TOTAL = WK-CTL-LIVE-SUMMAST + WK-CTL-LIVE-BALFWD
+ WK-CTL-LIVE-PERIOD + WK-CTL-LIVE-BRMST.
IF WK-CTL-LIVE-SUMMAST NOT = BKPCAT-SUMMAST-COUNT
OR WK-CTL-LIVE-BALFWD NOT = BKPCAT-BALFWD-COUNT
OR WK-CTL-LIVE-PERIOD NOT = BKPCAT-PERIOD-COUNT
OR WK-CTL-LIVE-BRMST NOT = BKPCAT-BRMST-COUNT
DISPLAY "SUM_SAMPLE02_RST: RESTORED COUNTS "
WK-CTL-LIVE-SUMMAST "/" WK-CTL-LIVE-BALFWD "/"
WK-CTL-LIVE-PERIOD "/" WK-CTL-LIVE-BRMST
" DO NOT MATCH THE CATALOG"
MOVE 16 TO RETURN-CODE
PERFORM 4800-WRITE-RUN-HISTORY
PERFORM 0450-ABEND-RESTORE
END-IF.
MOVE ZERO TO RETURN-CODE.
*> 4.実行履歴出力処理（復元日時・世代ファイル・復元件数・操作者をRUNHIST-FILEへ追記）
4800-WRITE-RUN-HISTORY.
OPEN EXTEND RUNHIST-FILE.
IF WK-RUNHIST-FILE-STATUS NOT = "00"
OPEN OUTPUT RUNHIST-FILE
END-IF.
IF WK-RUNHIST-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_RST: CANNOT OPEN runhist.dat STATUS="
WK-RUNHIST-FILE-STATUS
ELSE
INITIALIZE RUNHIST-REC
ACCEPT WK-RUNHIST-DATE FROM DATE YYYYMMDD
ACCEPT WK-RUNHIST-TIME FROM TIME
MOVE WK-RUNHIST-DATE TO RUNHIST-DATE
MOVE WK-RUNHIST-TIME(1:6) TO RUNHIST-TIME
MOVE "SUM_SAMPLE02_RST" TO RUNHIST-PROGRAM
MOVE "RESTORE" TO RUNHIST-START-MODE
MOVE "*" TO WK-GEN-MASTER
PERFORM 1200-BUILD-GEN-FILENAME
MOVE WK-GEN-FILENAME TO RUNHIST-IN01-FILENAME
MOVE "summast.dat balfwd.dat periodctl.dat branchmst.txt"
TO RUNHIST-OUT01-FILENAME
MOVE WK-CTL-GEN-TOTAL TO RUNHIST-CTL-IN-COUNT
MOVE WK-CTL-LIVE-TOTAL TO RUNHIST-CTL-OUT-COUNT
MOVE RETURN-CODE TO RUNHIST-RETURN-CODE
MOVE WK-OPERATOR-ID TO RUNHIST-OPERATOR
WRITE RUNHIST-REC
CLOSE RUNHIST-FILE
END-IF.
*> 4.終了処理（復元結果の報告と、復元対象外ファイルの整合性確認の案内）
*>　※明細アーカイブ・GL登録簿・実行履歴は世代に含まれないため、復元後は整合性監査で突き合わせる
4900-TERMINATE.
DISPLAY "SUM_SAMPLE02_RST: GENERATION " WK-RESTORE-GEN " OF "
BKPCAT-DATE " " BKPCAT-TIME " RESTORED BY " WK-OPERATOR-ID.
DISPLAY "SUM_SAMPLE02_RST: RECORDS RESTORED = " WK-CTL-LIVE-TOTAL
" (SUMMAST " WK-CTL-LIVE-SUMMAST " BALFWD " WK-CTL-LIVE-BALFWD
" PERIOD " WK-CTL-LIVE-PERIOD " BRANCH " WK-CTL-LIVE-BRMST ")".
DISPLAY "SUM_SAMPLE02_RST: dtlarch.txt, glregister.dat AND runhist.dat "
"ARE NOT PART OF A GENERATION -- RUN SUM_SAMPLE02_AUD BEFORE "
"THE NEXT POSTING".
END PROGRAM SUM_SAMPLE02_RST.
