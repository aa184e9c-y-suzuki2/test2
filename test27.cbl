IDENTIFICATION DIVISION.
PROGRAM-ID. SUM_SAMPLE02_HLD.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT HOLDQ-FILE
ASSIGN TO "holdq.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-HOLDQ-FILE-STATUS.
SELECT INST-FILE
ASSIGN TO "holdinst.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-INST-FILE-STATUS.
SELECT HOLDREL-FILE
ASSIGN TO "holdrel.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-HOLDREL-FILE-STATUS.
SELECT HOLDLOG-FILE
ASSIGN TO "holdlog.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-HOLDLOG-FILE-STATUS.
SELECT PRINT-FILE
ASSIGN TO "holdrpt.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-PRINT-FILE-STATUS.
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
SELECT HQNEW-FILE
ASSIGN TO "holdq.tmp"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-HQNEW-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD HOLDQ-FILE.
COPY HOLDQREC.
FD INST-FILE.
*> 保留明細の判断指示（保留ID・判断区分 R=解除 D=却下・理由、却下は理由必須）
01 INST-REC.
03 INST-HOLD-ID PIC X(18).
03 INST-DECISION PIC X(01).
03 INST-REASON PIC X(30).
FD HOLDREL-FILE.
COPY HOLDREL.
FD HOLDLOG-FILE.
COPY HOLDLOG.
FD PRINT-FILE.
01 PRINT-REC PIC X(132).
FD RUNHIST-FILE.
COPY RUNHIST.
FD OPERAUTH-FILE.
COPY OPERAUTH.
FD RUNLOCK-FILE.
COPY RUNLOCK.
FD HQNEW-FILE.
01 HQNEW-REC PIC X(51).
WORKING-STORAGE SECTION.
01 WK-HOLDQ-FILE-STATUS PIC XX.
01 WK-INST-FILE-STATUS PIC XX.
01 WK-HOLDREL-FILE-STATUS PIC XX.
01 WK-HOLDLOG-FILE-STATUS PIC XX.
01 WK-PRINT-FILE-STATUS PIC XX.
01 WK-RUNHIST-FILE-STATUS PIC XX.
01 WK-OPERAUTH-FILE-STATUS PIC XX.
01 WK-RUNLOCK-FILE-STATUS PIC XX.
01 WK-HQNEW-FILE-STATUS PIC XX.
*> パラメータ（省略時またはLISTは一覧と判断指示の事前確認、APPLYで判断を反映）用ワーク
01 WK-PARM-AREA.
03 WK-PARM-LINE PIC X(40).
03 WK-ARG-MODE PIC X(08).
03 WK-ARG-EXTRA PIC X(08).
03 WK-RUN-MODE PIC X(08).
88 WK-MODE-LIST VALUE "LIST".
88 WK-MODE-APPLY VALUE "APPLY".
*> 実行日時用ワーク
01 WK-RUN-AREA.
03 WK-RUN-DATE-8.
05 WK-RUN-YYYY PIC X(04).
05 WK-RUN-MM PIC X(02).
05 WK-RUN-DD PIC X(02).
03 WK-RUN-TIME PIC 9(08).
03 WK-RUN-DATE-DISPLAY PIC X(10).
*> 判断反映の進捗（中断時の復旧手順の切り分け）用ワーク
01 WK-APPLY-AREA.
03 WK-APPLY-STEP PIC X(01) VALUE SPACE.
88 WK-APPLY-IN-LOG VALUE "L".
88 WK-APPLY-IN-NEW-QUEUE VALUE "Q".
88 WK-APPLY-IN-REPLACE-QUEUE VALUE "C".
88 WK-APPLY-IN-RELEASE VALUE "R".
*> 保留キュー（holdq.datの全保留明細と今回の判断内容）用ワーク
01 WK-HOLDQ-AREA.
03 WK-HOLDQ-COUNT PIC 9(04) VALUE ZERO.
03 WK-HOLDQ-MAX PIC 9(04) VALUE 2000.
03 WK-HOLDQ-IDX PIC 9(04).
03 WK-HOLDQ-TABLE OCCURS 2000 TIMES.
05 WK-HOLDQ-T-ID PIC X(18).
05 WK-HOLDQ-T-IN01.
07 WK-HOLDQ-T-BRANCH PIC X(03).
07 WK-HOLDQ-T-YEAR PIC X(04).
07 WK-HOLDQ-T-MONTH PIC X(02).
07 WK-HOLDQ-T-TYPE PIC X(01).
07 WK-HOLDQ-T-SUJI PIC S9(07) SIGN LEADING SEPARATE.
05 WK-HOLDQ-T-LIMIT PIC 9(07).
05 WK-HOLDQ-T-OPERATOR PIC X(08).
05 WK-HOLDQ-T-DECISION PIC X(01).
05 WK-HOLDQ-T-REASON PIC X(30).
*> 判断指示（holdinst.txtの全指示と照合結果）用ワーク
01 WK-INST-AREA.
03 WK-INST-COUNT PIC 9(04) VALUE ZERO.
03 WK-INST-MAX PIC 9(04) VALUE 500.
03 WK-INST-IDX PIC 9(04).
03 WK-INST-TABLE OCCURS 500 TIMES.
05 WK-INST-T-REC PIC X(49).
05 WK-INST-T-HOLD-IDX PIC 9(04).
05 WK-INST-T-RESULT PIC X(16).
05 WK-INST-T-APPLIED PIC X(01).
88 WK-INST-T-IS-APPLIED VALUE "Y".
*> 判断・保留件数と金額集計用ワーク
01 WK-CTL-AREA.
03 WK-CTL-RELEASE-COUNT PIC 9(08) VALUE ZERO.
03 WK-CTL-RELEASE-SUJI PIC S9(11) VALUE ZERO.
03 WK-CTL-DECLINE-COUNT PIC 9(08) VALUE ZERO.
03 WK-CTL-DECLINE-SUJI PIC S9(11) VALUE ZERO.
03 WK-CTL-NOT-APPLIED-COUNT PIC 9(08) VALUE ZERO.
03 WK-CTL-STILL-HELD-COUNT PIC 9(08) VALUE ZERO.
03 WK-CTL-STILL-HELD-SUJI PIC S9(11) VALUE ZERO.
03 WK-CTL-DECIDED-SUJI PIC S9(11) VALUE ZERO.
*> 実行履歴出力用ワーク
01 WK-RUNHIST-AREA.
03 WK-RUNHIST-DATE PIC 9(08).
03 WK-RUNHIST-TIME PIC 9(08).
01 HDG-1.
03 FILLER PIC X(10) VALUE "RUN DATE: ".
03 HDG-1-DATE PIC X(10).
03 FILLER PIC X(05) VALUE SPACES.
03 FILLER PIC X(32) VALUE "HELD TRANSACTION REVIEW -- MODE ".
03 HDG-1-MODE PIC X(08).
03 FILLER PIC X(11) VALUE "OPERATOR: ".
03 HDG-1-OPERATOR PIC X(08).
01 SEC-LINE.
03 SEC-TITLE PIC X(60).
01 DEC-HDG.
03 FILLER PIC X(20) VALUE "HOLD ID".
03 FILLER PIC X(05) VALUE "BR".
03 FILLER PIC X(09) VALUE "PERIOD".
03 FILLER PIC X(03) VALUE "T".
03 FILLER PIC X(10) VALUE "    AMOUNT".
03 FILLER PIC X(10) VALUE "     LIMIT".
03 FILLER PIC X(02) VALUE SPACES.
03 FILLER PIC X(10) VALUE "HELD BY".
03 FILLER PIC X(04) VALUE "DEC".
03 FILLER PIC X(18) VALUE "RESULT".
03 FILLER PIC X(30) VALUE "REASON".
01 DEC-LINE.
03 DEC-HOLD-ID PIC X(18).
03 FILLER PIC X(02) VALUE SPACES.
03 DEC-BRANCH PIC X(03).
03 FILLER PIC X(02) VALUE SPACES.
03 DEC-YEAR PIC X(04).
03 DEC-SLASH PIC X(01).
03 DEC-MONTH PIC X(02).
03 FILLER PIC X(02) VALUE SPACES.
03 DEC-TYPE PIC X(01).
03 FILLER PIC X(02) VALUE SPACES.
03 DEC-AMOUNT PIC -------9.
03 DEC-AMOUNT-X REDEFINES DEC-AMOUNT PIC X(08).
03 FILLER PIC X(02) VALUE SPACES.
03 DEC-LIMIT PIC ZZZZZZZ9.
03 DEC-LIMIT-X REDEFINES DEC-LIMIT PIC X(08).
03 FILLER PIC X(04) VALUE SPACES.
03 DEC-HELD-BY PIC X(08).
03 FILLER PIC X(02) VALUE SPACES.
03 DEC-DECISION PIC X(01).
03 FILLER PIC X(03) VALUE SPACES.
03 DEC-RESULT PIC X(16).
03 FILLER PIC X(02) VALUE SPACES.
03 DEC-REASON PIC X(30).
01 HLD-HDG.
03 FILLER PIC X(20) VALUE "HOLD ID".
03 FILLER PIC X(05) VALUE "BR".
03 FILLER PIC X(09) VALUE "PERIOD".
03 FILLER PIC X(03) VALUE "T".
03 FILLER PIC X(10) VALUE "    AMOUNT".
03 FILLER PIC X(10) VALUE "     LIMIT".
03 FILLER PIC X(02) VALUE SPACES.
03 FILLER PIC X(10) VALUE "HELD BY".
03 FILLER PIC X(10) VALUE "HELD ON".
01 HLD-LINE.
03 HLD-HOLD-ID PIC X(18).
03 FILLER PIC X(02) VALUE SPACES.
03 HLD-BRANCH PIC X(03).
03 FILLER PIC X(02) VALUE SPACES.
03 HLD-YEAR PIC X(04).
03 FILLER PIC X(01) VALUE "/".
03 HLD-MONTH PIC X(02).
03 FILLER PIC X(02) VALUE SPACES.
03 HLD-TYPE PIC X(01).
03 FILLER PIC X(02) VALUE SPACES.
03 HLD-AMOUNT PIC -------9.
03 FILLER PIC X(02) VALUE SPACES.
03 HLD-LIMIT PIC ZZZZZZZ9.
03 FILLER PIC X(04) VALUE SPACES.
03 HLD-HELD-BY PIC X(08).
03 FILLER PIC X(02) VALUE SPACES.
03 HLD-HELD-ON PIC X(10).
01 TOT-LINE.
03 TOT-LABEL PIC X(24).
03 TOT-COUNT PIC ZZZZZZZ9.
03 FILLER PIC X(10) VALUE "   AMOUNT ".
03 TOT-AMOUNT PIC ----------9.
03 TOT-AMOUNT-X REDEFINES TOT-AMOUNT PIC X(11).
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
IF WK-MODE-APPLY
PERFORM 0120-CHECK-OPERATOR
PERFORM 0130-ACQUIRE-RUN-LOCK
END-IF.
PERFORM 1000-INITIALIZE.
PERFORM 1100-LOAD-HOLD-QUEUE.
PERFORM 1200-LOAD-INSTRUCTIONS.
PERFORM 2000-CHECK-INSTRUCTIONS.
IF WK-MODE-APPLY
IF WK-CTL-RELEASE-COUNT + WK-CTL-DECLINE-COUNT > ZERO
PERFORM 3000-APPLY-DECISIONS
ELSE
DISPLAY "SUM_SAMPLE02_HLD: NO DECISION COULD BE APPLIED -- "
"holdq.dat IS UNCHANGED"
END-IF
END-IF.
PERFORM 4000-PRINT-REPORT.
PERFORM 4900-TERMINATE.
IF WK-MODE-APPLY
IF WK-CTL-RELEASE-COUNT + WK-CTL-DECLINE-COUNT > ZERO
PERFORM 3800-WRITE-RUN-HISTORY
END-IF
PERFORM 0140-RELEASE-RUN-LOCK
END-IF.
STOP RUN.
*> 0.パラメータ解析処理（省略時またはLISTは一覧と判断指示の事前確認、APPLYは判断を反映）
0100-PARSE-PARMS.
MOVE SPACES TO WK-PARM-LINE WK-ARG-MODE WK-ARG-EXTRA.
ACCEPT WK-PARM-LINE FROM COMMAND-LINE.
UNSTRING WK-PARM-LINE DELIMITED BY ALL SPACE
INTO WK-ARG-MODE WK-ARG-EXTRA.
IF WK-ARG-EXTRA NOT = SPACES
PERFORM 0400-ABEND-BAD-PARM
END-IF.
EVALUATE WK-ARG-MODE
WHEN SPACES
WHEN "LIST"
MOVE "LIST" TO WK-RUN-MODE
WHEN "APPLY"
MOVE "APPLY" TO WK-RUN-MODE
WHEN OTHER
PERFORM 0400-ABEND-BAD-PARM
END-EVALUATE.
*> 0.操作者権限チェック処理（環境変数OPERATOR_IDの操作者を権限ファイルと照合し、保留明細の解除・却下の権限が無ければ拒否）
0120-CHECK-OPERATOR.
MOVE SPACES TO WK-OPERATOR-ID.
DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME.
ACCEPT WK-OPERATOR-ID FROM ENVIRONMENT-VALUE.
IF WK-OPERATOR-ID = SPACES
DISPLAY "SUM_SAMPLE02_HLD: NO OPERATOR ID -- SET OPERATOR_ID AND RERUN"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF.
MOVE "N" TO WK-OPERATOR-FOUND.
MOVE SPACES TO WK-OPERATOR-FUNCTIONS.
OPEN INPUT OPERAUTH-FILE.
IF WK-OPERAUTH-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_HLD: CANNOT OPEN OPERATOR AUTHORIZATION operauth.dat"
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
DISPLAY "SUM_SAMPLE02_HLD: OPERATOR " WK-OPERATOR-ID
" IS NOT REGISTERED IN operauth.dat -- RUN REFUSED"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF.
IF NOT WK-OPERATOR-CAN-HOLD
DISPLAY "SUM_SAMPLE02_HLD: OPERATOR " WK-OPERATOR-ID
" IS NOT AUTHORIZED FOR HOLD REVIEW -- RUN REFUSED"
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
DISPLAY "SUM_SAMPLE02_HLD: RUNNING UNDER THE RUN LOCK OF "
WK-RUNLOCK-CUR-PROGRAM
ELSE
DISPLAY "SUM_SAMPLE02_HLD: MASTER FILES ARE IN USE BY "
WK-RUNLOCK-CUR-PROGRAM " OPERATOR " WK-RUNLOCK-CUR-OPERATOR
" SINCE " WK-RUNLOCK-CUR-DATE " " WK-RUNLOCK-CUR-TIME
" -- RUN REFUSED"
DISPLAY "SUM_SAMPLE02_HLD: IF THAT JOB IS NO LONGER RUNNING, "
"CLEAR THE LOCK WITH SUM_SAMPLE02_LCK CLEAR"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF
ELSE
INITIALIZE RUNLOCK-REC
MOVE "SUM_SAMPLE02_HLD" TO RUNLOCK-PROGRAM
MOVE WK-OPERATOR-ID TO RUNLOCK-OPERATOR
ACCEPT RUNLOCK-DATE FROM DATE YYYYMMDD
ACCEPT WK-RUNLOCK-NOW-TIME FROM TIME
MOVE WK-RUNLOCK-NOW-TIME(1:6) TO RUNLOCK-TIME
OPEN OUTPUT RUNLOCK-FILE
IF WK-RUNLOCK-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_HLD: CANNOT CREATE RUN LOCK runlock.dat STATUS="
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
DISPLAY "SUM_SAMPLE02_HLD: CANNOT RELEASE RUN LOCK runlock.dat STATUS="
WK-RUNLOCK-FILE-STATUS
ELSE
CLOSE RUNLOCK-FILE
END-IF
MOVE "N" TO WK-RUNLOCK-HELD
END-IF.
*> 0.パラメータ異常時異常終了処理（使用方法を表示し異常終了）
0400-ABEND-BAD-PARM.
DISPLAY "SUM_SAMPLE02_HLD: USAGE: SUM_SAMPLE02_HLD [LIST]".
DISPLAY "SUM_SAMPLE02_HLD:    OR: SUM_SAMPLE02_HLD APPLY".
DISPLAY "SUM_SAMPLE02_HLD: LIST SHOWS THE HELD ITEMS AND WHAT holdinst.txt "
"WOULD DO, APPLY RELEASES OR DECLINES THEM".
MOVE 16 TO RETURN-CODE.
STOP RUN.
*> 0.帳票書込異常時異常終了処理（ステータスコードを表示し異常終了、判断を反映した後であれば実行履歴を記録してからロックを解放）
0420-ABEND-PRINT-WRITE.
DISPLAY "SUM_SAMPLE02_HLD: WRITE FAILED ON holdrpt.txt STATUS="
WK-PRINT-FILE-STATUS.
MOVE 16 TO RETURN-CODE.
CLOSE PRINT-FILE.
IF WK-MODE-APPLY
IF WK-CTL-RELEASE-COUNT + WK-CTL-DECLINE-COUNT > ZERO
COMPUTE WK-CTL-DECIDED-SUJI
= WK-CTL-RELEASE-SUJI + WK-CTL-DECLINE-SUJI
PERFORM 3800-WRITE-RUN-HISTORY
END-IF
PERFORM 0140-RELEASE-RUN-LOCK
END-IF.
STOP RUN.
*> 0.判断反映中断処理（判断記録・保留キュー・解除ファイルの一部が書き替わっているため、ロックは保持したまま終了する）
*>　※中断した段階ごとに復旧手順を表示する（保留キューを書き替えた後は再実行しても解除分を拾えないため手作業で補う）
0450-ABEND-APPLY.
DISPLAY "SUM_SAMPLE02_HLD: *** APPLYING THE DECISIONS DID NOT COMPLETE -- "
"THE RUN LOCK IS LEFT HELD ***".
EVALUATE TRUE
WHEN WK-APPLY-IN-LOG
WHEN WK-APPLY-IN-NEW-QUEUE
DISPLAY "SUM_SAMPLE02_HLD: holdq.dat AND holdrel.txt ARE UNCHANGED; "
"REMOVE THE holdlog.txt ENTRIES OF " WK-RUN-DATE-8 " "
WK-RUN-TIME(1:6) ", CORRECT THE CAUSE, CLEAR THE LOCK AND RERUN"
WHEN WK-APPLY-IN-REPLACE-QUEUE
DISPLAY "SUM_SAMPLE02_HLD: holdq.dat MAY BE INCOMPLETE -- COPY "
"holdq.tmp OVER holdq.dat, THEN ADD THE RELEASES (DECISION R) "
"LOGGED IN holdlog.txt AT " WK-RUN-DATE-8 " " WK-RUN-TIME(1:6)
" TO holdrel.txt AND CLEAR THE LOCK -- DO NOT RERUN"
WHEN WK-APPLY-IN-RELEASE
DISPLAY "SUM_SAMPLE02_HLD: holdq.dat IS ALREADY REWRITTEN -- ADD THE "
"RELEASES (DECISION R) LOGGED IN holdlog.txt AT " WK-RUN-DATE-8
" " WK-RUN-TIME(1:6) " THAT ARE MISSING FROM holdrel.txt AND "
"CLEAR THE LOCK -- DO NOT RERUN"
END-EVALUATE.
MOVE 16 TO RETURN-CODE.
CLOSE PRINT-FILE.
STOP RUN.
*> 1.初期処理（実行日付の取得、帳票オープンと見出し出力）
1000-INITIALIZE.
ACCEPT WK-RUN-DATE-8 FROM DATE YYYYMMDD.
ACCEPT WK-RUN-TIME FROM TIME.
STRING WK-RUN-YYYY DELIMITED BY SIZE
"-" DELIMITED BY SIZE
WK-RUN-MM DELIMITED BY SIZE
"-" DELIMITED BY SIZE
WK-RUN-DD DELIMITED BY SIZE
INTO WK-RUN-DATE-DISPLAY.
OPEN OUTPUT PRINT-FILE.
IF WK-PRINT-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_HLD: CANNOT OPEN REPORT holdrpt.txt STATUS="
WK-PRINT-FILE-STATUS
MOVE 16 TO RETURN-CODE
IF WK-MODE-APPLY
PERFORM 0140-RELEASE-RUN-LOCK
END-IF
STOP RUN
END-IF.
MOVE WK-RUN-DATE-DISPLAY TO HDG-1-DATE.
MOVE WK-RUN-MODE TO HDG-1-MODE.
MOVE WK-OPERATOR-ID TO HDG-1-OPERATOR.
MOVE HDG-1 TO PRINT-REC.
PERFORM 4800-WRITE-PRINT-LINE.
*> 1.保留キュー読込処理（holdq.datの全保留明細をワーク表へロード、ファイルが無ければ保留なし）
1100-LOAD-HOLD-QUEUE.
MOVE ZERO TO WK-HOLDQ-COUNT.
OPEN INPUT HOLDQ-FILE.
IF WK-HOLDQ-FILE-STATUS = "00"
PERFORM UNTIL WK-HOLDQ-FILE-STATUS NOT = "00"
READ HOLDQ-FILE
AT END
CONTINUE
NOT AT END
IF WK-HOLDQ-COUNT NOT < WK-HOLDQ-MAX
DISPLAY "SUM_SAMPLE02_HLD: MORE THAN " WK-HOLDQ-MAX
" HELD ITEMS IN holdq.dat -- ENLARGE THE HOLD QUEUE TABLE"
MOVE 16 TO RETURN-CODE
CLOSE HOLDQ-FILE
CLOSE PRINT-FILE
IF WK-MODE-APPLY
PERFORM 0140-RELEASE-RUN-LOCK
END-IF
STOP RUN
END-IF
ADD 1 TO WK-HOLDQ-COUNT
MOVE HOLDQ-ID TO WK-HOLDQ-T-ID(WK-HOLDQ-COUNT)
MOVE HOLDQ-IN01 TO WK-HOLDQ-T-IN01(WK-HOLDQ-COUNT)
MOVE HOLDQ-LIMIT TO WK-HOLDQ-T-LIMIT(WK-HOLDQ-COUNT)
MOVE HOLDQ-OPERATOR TO WK-HOLDQ-T-OPERATOR(WK-HOLDQ-COUNT)
MOVE SPACE TO WK-HOLDQ-T-DECISION(WK-HOLDQ-COUNT)
MOVE SPACES TO WK-HOLDQ-T-REASON(WK-HOLDQ-COUNT)
END-READ
END-PERFORM
CLOSE HOLDQ-FILE
END-IF.
*> 1.判断指示読込処理（holdinst.txtの全指示をワーク表へロード、ファイルが無ければ指示なし）
1200-LOAD-INSTRUCTIONS.
MOVE ZERO TO WK-INST-COUNT.
OPEN INPUT INST-FILE.
IF WK-INST-FILE-STATUS = "00"
PERFORM UNTIL WK-INST-FILE-STATUS NOT = "00"
READ INST-FILE
AT END
CONTINUE
NOT AT END
IF INST-REC NOT = SPACES
IF WK-INST-COUNT NOT < WK-INST-MAX
DISPLAY "SUM_SAMPLE02_HLD: MORE THAN " WK-INST-MAX
" INSTRUCTIONS IN holdinst.txt -- SPLIT THEM OVER SEVERAL RUNS"
MOVE 16 TO RETURN-CODE
CLOSE INST-FILE
CLOSE PRINT-FILE
IF WK-MODE-APPLY
PERFORM 0140-RELEASE-RUN-LOCK
END-IF
STOP RUN
END-IF
ADD 1 TO WK-INST-COUNT
MOVE INST-REC TO WK-INST-T-REC(WK-INST-COUNT)
END-IF
END-READ
END-PERFORM
CLOSE INST-FILE
END-IF.
*> 2.判断指示照合処理（各指示を保留キューと照合し、解除・却下の件数と金額を集計）
2000-CHECK-INSTRUCTIONS.
PERFORM VARYING WK-INST-IDX FROM 1 BY 1
UNTIL WK-INST-IDX > WK-INST-COUNT
PERFORM 2100-CHECK-ONE-INSTRUCTION
END-PERFORM.
*> 2.判断指示1件照合処理（保留IDの存在・判断区分・却下理由・同一保留IDの重複をチェックし、結果を設定）
*>　※LISTでは結果を予定として表示するのみで、保留キューは変更しない
2100-CHECK-ONE-INSTRUCTION.
MOVE WK-INST-T-REC(WK-INST-IDX) TO INST-REC.
MOVE ZERO TO WK-INST-T-HOLD-IDX(WK-INST-IDX).
MOVE "N" TO WK-INST-T-APPLIED(WK-INST-IDX).
PERFORM VARYING WK-HOLDQ-IDX FROM 1 BY 1
UNTIL WK-HOLDQ-IDX > WK-HOLDQ-COUNT
OR WK-INST-T-HOLD-IDX(WK-INST-IDX) NOT = ZERO
IF WK-HOLDQ-T-ID(WK-HOLDQ-IDX) = INST-HOLD-ID
MOVE WK-HOLDQ-IDX TO WK-INST-T-HOLD-IDX(WK-INST-IDX)
END-IF
END-PERFORM.
EVALUATE TRUE
WHEN WK-INST-T-HOLD-IDX(WK-INST-IDX) = ZERO
MOVE "NOT ON HOLD" TO WK-INST-T-RESULT(WK-INST-IDX)
WHEN INST-DECISION NOT = "R" AND INST-DECISION NOT = "D"
MOVE "INVALID DECISION" TO WK-INST-T-RESULT(WK-INST-IDX)
WHEN INST-DECISION = "D" AND INST-REASON = SPACES
MOVE "REASON REQUIRED" TO WK-INST-T-RESULT(WK-INST-IDX)
WHEN WK-HOLDQ-T-DECISION(WK-INST-T-HOLD-IDX(WK-INST-IDX)) NOT = SPACE
MOVE "DUPLICATE" TO WK-INST-T-RESULT(WK-INST-IDX)
WHEN OTHER
MOVE "Y" TO WK-INST-T-APPLIED(WK-INST-IDX)
MOVE WK-INST-T-HOLD-IDX(WK-INST-IDX) TO WK-HOLDQ-IDX
MOVE INST-DECISION TO WK-HOLDQ-T-DECISION(WK-HOLDQ-IDX)
MOVE INST-REASON TO WK-HOLDQ-T-REASON(WK-HOLDQ-IDX)
IF INST-DECISION = "R"
ADD 1 TO WK-CTL-RELEASE-COUNT
ADD WK-HOLDQ-T-SUJI(WK-HOLDQ-IDX) TO WK-CTL-RELEASE-SUJI
IF WK-MODE-APPLY
MOVE "RELEASED" TO WK-INST-T-RESULT(WK-INST-IDX)
ELSE
MOVE "WILL RELEASE" TO WK-INST-T-RESULT(WK-INST-IDX)
END-IF
ELSE
ADD 1 TO WK-CTL-DECLINE-COUNT
ADD WK-HOLDQ-T-SUJI(WK-HOLDQ-IDX) TO WK-CTL-DECLINE-SUJI
IF WK-MODE-APPLY
MOVE "DECLINED" TO WK-INST-T-RESULT(WK-INST-IDX)
ELSE
MOVE "WILL DECLINE" TO WK-INST-T-RESULT(WK-INST-IDX)
END-IF
END-IF
END-EVALUATE.
IF NOT WK-INST-T-IS-APPLIED(WK-INST-IDX)
ADD 1 TO WK-CTL-NOT-APPLIED-COUNT
END-IF.
*> 3.判断反映処理（判断記録の追記、保留キューの書き替え、解除分の解除ファイル追記、判断指示の書き替え）
*>　※判断記録を先に残し、保留キューを作業ファイル経由で書き替えてから解除ファイルへ追記する
*>　※解除ファイルへの追記を最後にすることで、保留キューに残ったまま解除ファイルへ二重に載ることを防ぐ
3000-APPLY-DECISIONS.
SET WK-APPLY-IN-LOG TO TRUE.
PERFORM 3100-WRITE-DECISION-LOG.
SET WK-APPLY-IN-NEW-QUEUE TO TRUE.
PERFORM 3300-REWRITE-HOLD-QUEUE.
SET WK-APPLY-IN-REPLACE-QUEUE TO TRUE.
PERFORM 3350-REPLACE-HOLD-QUEUE.
SET WK-APPLY-IN-RELEASE TO TRUE.
PERFORM 3200-WRITE-RELEASED-HOLDS.
MOVE SPACE TO WK-APPLY-STEP.
PERFORM 3400-REWRITE-INSTRUCTIONS.
*> 3.判断記録出力処理（解除・却下したすべての保留明細を判断日時・操作者・理由付きでholdlog.txtへ追記）
3100-WRITE-DECISION-LOG.
OPEN EXTEND HOLDLOG-FILE.
IF WK-HOLDLOG-FILE-STATUS NOT = "00"
OPEN OUTPUT HOLDLOG-FILE
END-IF.
IF WK-HOLDLOG-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_HLD: CANNOT OPEN DECISION LOG holdlog.txt STATUS="
WK-HOLDLOG-FILE-STATUS
PERFORM 0450-ABEND-APPLY
END-IF.
PERFORM VARYING WK-HOLDQ-IDX FROM 1 BY 1
UNTIL WK-HOLDQ-IDX > WK-HOLDQ-COUNT
IF WK-HOLDQ-T-DECISION(WK-HOLDQ-IDX) NOT = SPACE
MOVE SPACES TO HOLDLOG-REC
INITIALIZE HOLDLOG-REC
MOVE WK-RUN-DATE-8 TO HOLDLOG-DATE
MOVE WK-RUN-TIME(1:6) TO HOLDLOG-TIME
MOVE WK-OPERATOR-ID TO HOLDLOG-OPERATOR
MOVE WK-HOLDQ-T-DECISION(WK-HOLDQ-IDX) TO HOLDLOG-DECISION
MOVE WK-HOLDQ-T-ID(WK-HOLDQ-IDX) TO HOLDLOG-HOLD-ID
MOVE WK-HOLDQ-T-IN01(WK-HOLDQ-IDX) TO HOLDLOG-IN01
MOVE WK-HOLDQ-T-LIMIT(WK-HOLDQ-IDX) TO HOLDLOG-LIMIT
MOVE WK-HOLDQ-T-OPERATOR(WK-HOLDQ-IDX) TO HOLDLOG-HELD-BY
MOVE WK-HOLDQ-T-REASON(WK-HOLDQ-IDX) TO HOLDLOG-REASON
WRITE HOLDLOG-REC
IF WK-HOLDLOG-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_HLD: WRITE FAILED ON holdlog.txt STATUS="
WK-HOLDLOG-FILE-STATUS
CLOSE HOLDLOG-FILE
PERFORM 0450-ABEND-APPLY
END-IF
END-IF
END-PERFORM.
CLOSE HOLDLOG-FILE.
*> 3.解除ファイル出力処理（解除した保留明細を元のIN01イメージと保留IDでholdrel.txtへ追記）
*>　※holdrel.txtは次回の並べ替え（SUM_SAMPLE02_SRT）でin01.txtへ合流し、計上後にSUM_SAMPLE02が取り除く
3200-WRITE-RELEASED-HOLDS.
IF WK-CTL-RELEASE-COUNT > ZERO
OPEN EXTEND HOLDREL-FILE
IF WK-HOLDREL-FILE-STATUS NOT = "00"
OPEN OUTPUT HOLDREL-FILE
END-IF
IF WK-HOLDREL-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_HLD: CANNOT OPEN RELEASED HOLDS holdrel.txt STATUS="
WK-HOLDREL-FILE-STATUS
PERFORM 0450-ABEND-APPLY
END-IF
PERFORM VARYING WK-HOLDQ-IDX FROM 1 BY 1
UNTIL WK-HOLDQ-IDX > WK-HOLDQ-COUNT
IF WK-HOLDQ-T-DECISION(WK-HOLDQ-IDX) = "R"
MOVE WK-HOLDQ-T-IN01(WK-HOLDQ-IDX) TO HOLDREL-IN01
MOVE WK-HOLDQ-T-ID(WK-HOLDQ-IDX) TO HOLDREL-HOLD-ID
WRITE HOLDREL-REC
IF WK-HOLDREL-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_HLD: WRITE FAILED ON holdrel.txt STATUS="
WK-HOLDREL-FILE-STATUS
CLOSE HOLDREL-FILE
PERFORM 0450-ABEND-APPLY
END-IF
END-IF
END-PERFORM
CLOSE HOLDREL-FILE
END-IF.
*> 3.保留キュー作成処理（判断の無かった保留明細のみで作業ファイルholdq.tmpを作る、holdq.datはまだ変えない）
3300-REWRITE-HOLD-QUEUE.
OPEN OUTPUT HQNEW-FILE.
IF WK-HQNEW-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_HLD: CANNOT OPEN WORK FILE holdq.tmp STATUS="
WK-HQNEW-FILE-STATUS
PERFORM 0450-ABEND-APPLY
END-IF.
PERFORM VARYING WK-HOLDQ-IDX FROM 1 BY 1
UNTIL WK-HOLDQ-IDX > WK-HOLDQ-COUNT
IF WK-HOLDQ-T-DECISION(WK-HOLDQ-IDX) = SPACE
MOVE WK-HOLDQ-T-ID(WK-HOLDQ-IDX) TO HOLDQ-ID
MOVE WK-HOLDQ-T-IN01(WK-HOLDQ-IDX) TO HOLDQ-IN01
MOVE WK-HOLDQ-T-LIMIT(WK-HOLDQ-IDX) TO HOLDQ-LIMIT
MOVE WK-HOLDQ-T-OPERATOR(WK-HOLDQ-IDX) TO HOLDQ-OPERATOR
WRITE HQNEW-REC FROM HOLDQ-REC
IF WK-HQNEW-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_HLD: WRITE FAILED ON holdq.tmp STATUS="
WK-HQNEW-FILE-STATUS
CLOSE HQNEW-FILE
PERFORM 0450-ABEND-APPLY
END-IF
END-IF
END-PERFORM.
CLOSE HQNEW-FILE.
*> 3.保留キュー置換処理（作業ファイルholdq.tmpの内容でholdq.datを書き直す）
3350-REPLACE-HOLD-QUEUE.
OPEN INPUT HQNEW-FILE.
IF WK-HQNEW-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_HLD: CANNOT OPEN WORK FILE holdq.tmp STATUS="
WK-HQNEW-FILE-STATUS
PERFORM 0450-ABEND-APPLY
END-IF.
OPEN OUTPUT HOLDQ-FILE.
IF WK-HOLDQ-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_HLD: CANNOT REWRITE HOLD QUEUE holdq.dat STATUS="
WK-HOLDQ-FILE-STATUS
CLOSE HQNEW-FILE
PERFORM 0450-ABEND-APPLY
END-IF.
PERFORM UNTIL WK-HQNEW-FILE-STATUS NOT = "00"
READ HQNEW-FILE
AT END
CONTINUE
NOT AT END
WRITE HOLDQ-REC FROM HQNEW-REC
IF WK-HOLDQ-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_HLD: WRITE FAILED ON holdq.dat STATUS="
WK-HOLDQ-FILE-STATUS
CLOSE HQNEW-FILE
CLOSE HOLDQ-FILE
PERFORM 0450-ABEND-APPLY
END-IF
END-READ
END-PERFORM.
CLOSE HQNEW-FILE.
CLOSE HOLDQ-FILE.
*> 3.判断指示書替処理（反映できなかった指示のみでholdinst.txtを書き直し、訂正して再実行できるようにする）
3400-REWRITE-INSTRUCTIONS.
OPEN OUTPUT INST-FILE.
IF WK-INST-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_HLD: CANNOT REWRITE holdinst.txt STATUS="
WK-INST-FILE-STATUS " -- REMOVE THE APPLIED INSTRUCTIONS BY HAND"
ELSE
PERFORM VARYING WK-INST-IDX FROM 1 BY 1
UNTIL WK-INST-IDX > WK-INST-COUNT
IF NOT WK-INST-T-IS-APPLIED(WK-INST-IDX)
MOVE WK-INST-T-REC(WK-INST-IDX) TO INST-REC
WRITE INST-REC
IF WK-INST-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_HLD: WRITE FAILED ON holdinst.txt STATUS="
WK-INST-FILE-STATUS " -- REMOVE THE APPLIED INSTRUCTIONS BY HAND"
MOVE WK-INST-COUNT TO WK-INST-IDX
END-IF
END-IF
END-PERFORM
CLOSE INST-FILE
END-IF.
*> 3.実行履歴出力処理（判断日時・指示件数・解除件数と金額・操作者をRUNHIST-FILEへ追記）
3800-WRITE-RUN-HISTORY.
OPEN EXTEND RUNHIST-FILE.
IF WK-RUNHIST-FILE-STATUS NOT = "00"
OPEN OUTPUT RUNHIST-FILE
END-IF.
IF WK-RUNHIST-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_HLD: CANNOT OPEN runhist.dat STATUS="
WK-RUNHIST-FILE-STATUS
ELSE
INITIALIZE RUNHIST-REC
ACCEPT WK-RUNHIST-DATE FROM DATE YYYYMMDD
ACCEPT WK-RUNHIST-TIME FROM TIME
MOVE WK-RUNHIST-DATE TO RUNHIST-DATE
MOVE WK-RUNHIST-TIME(1:6) TO RUNHIST-TIME
MOVE "SUM_SAMPLE02_HLD" TO RUNHIST-PROGRAM
MOVE "APPLY" TO RUNHIST-START-MODE
MOVE "holdinst.txt" TO RUNHIST-IN01-FILENAME
MOVE "holdrel.txt holdlog.txt holdq.dat" TO RUNHIST-OUT01-FILENAME
MOVE WK-INST-COUNT TO RUNHIST-CTL-IN-COUNT
MOVE WK-CTL-NOT-APPLIED-COUNT TO RUNHIST-CTL-REJECT-COUNT
MOVE WK-CTL-DECIDED-SUJI TO RUNHIST-CTL-IN-SUJI-TOTAL
MOVE WK-CTL-RELEASE-COUNT TO RUNHIST-CTL-OUT-COUNT
MOVE WK-CTL-RELEASE-SUJI TO RUNHIST-CTL-OUT-SUJI-TOTAL
MOVE RETURN-CODE TO RUNHIST-RETURN-CODE
MOVE WK-OPERATOR-ID TO RUNHIST-OPERATOR
WRITE RUNHIST-REC
CLOSE RUNHIST-FILE
END-IF.
*> 4.帳票出力処理（判断指示と照合結果の一覧、判断後も保留中の明細一覧、件数と金額の合計）
4000-PRINT-REPORT.
MOVE SPACES TO PRINT-REC.
PERFORM 4800-WRITE-PRINT-LINE.
MOVE "DECISIONS IN holdinst.txt" TO SEC-TITLE.
MOVE SEC-LINE TO PRINT-REC.
PERFORM 4800-WRITE-PRINT-LINE.
IF WK-INST-COUNT = ZERO
MOVE "  (NONE)" TO SEC-TITLE
MOVE SEC-LINE TO PRINT-REC
PERFORM 4800-WRITE-PRINT-LINE
ELSE
MOVE DEC-HDG TO PRINT-REC
PERFORM 4800-WRITE-PRINT-LINE
PERFORM VARYING WK-INST-IDX FROM 1 BY 1
UNTIL WK-INST-IDX > WK-INST-COUNT
PERFORM 4100-PRINT-ONE-INSTRUCTION
END-PERFORM
END-IF.
MOVE SPACES TO PRINT-REC.
PERFORM 4800-WRITE-PRINT-LINE.
IF WK-MODE-APPLY
MOVE "STILL ON HOLD AFTER THESE DECISIONS" TO SEC-TITLE
ELSE
MOVE "ON HOLD (BEFORE ANY DECISION IS APPLIED)" TO SEC-TITLE
END-IF.
MOVE SEC-LINE TO PRINT-REC.
PERFORM 4800-WRITE-PRINT-LINE.
MOVE HLD-HDG TO PRINT-REC.
PERFORM 4800-WRITE-PRINT-LINE.
PERFORM VARYING WK-HOLDQ-IDX FROM 1 BY 1
UNTIL WK-HOLDQ-IDX > WK-HOLDQ-COUNT
IF WK-MODE-LIST OR WK-HOLDQ-T-DECISION(WK-HOLDQ-IDX) = SPACE
PERFORM 4200-PRINT-ONE-HELD-ITEM
END-IF
END-PERFORM.
IF WK-CTL-STILL-HELD-COUNT = ZERO
MOVE "  (NONE)" TO SEC-TITLE
MOVE SEC-LINE TO PRINT-REC
PERFORM 4800-WRITE-PRINT-LINE
END-IF.
MOVE SPACES TO PRINT-REC.
PERFORM 4800-WRITE-PRINT-LINE.
MOVE "RELEASED" TO TOT-LABEL.
MOVE WK-CTL-RELEASE-COUNT TO TOT-COUNT.
MOVE WK-CTL-RELEASE-SUJI TO TOT-AMOUNT.
MOVE TOT-LINE TO PRINT-REC.
PERFORM 4800-WRITE-PRINT-LINE.
MOVE "DECLINED" TO TOT-LABEL.
MOVE WK-CTL-DECLINE-COUNT TO TOT-COUNT.
MOVE WK-CTL-DECLINE-SUJI TO TOT-AMOUNT.
MOVE TOT-LINE TO PRINT-REC.
PERFORM 4800-WRITE-PRINT-LINE.
MOVE "INSTRUCTIONS NOT APPLIED" TO TOT-LABEL.
MOVE WK-CTL-NOT-APPLIED-COUNT TO TOT-COUNT.
MOVE SPACES TO TOT-AMOUNT-X.
MOVE TOT-LINE TO PRINT-REC.
PERFORM 4800-WRITE-PRINT-LINE.
MOVE "ON HOLD" TO TOT-LABEL.
MOVE WK-CTL-STILL-HELD-COUNT TO TOT-COUNT.
MOVE WK-CTL-STILL-HELD-SUJI TO TOT-AMOUNT.
MOVE TOT-LINE TO PRINT-REC.
PERFORM 4800-WRITE-PRINT-LINE.
*> 4.判断指示明細出力処理（保留キュー上の明細内容を添えて指示1件を出力、保留キューに無い指示は指示内容のみ）
4100-PRINT-ONE-INSTRUCTION.
MOVE WK-INST-T-REC(WK-INST-IDX) TO INST-REC.
MOVE SPACES TO DEC-BRANCH DEC-YEAR DEC-SLASH DEC-MONTH DEC-TYPE
DEC-AMOUNT-X DEC-LIMIT-X DEC-HELD-BY.
MOVE INST-HOLD-ID TO DEC-HOLD-ID.
IF WK-INST-T-HOLD-IDX(WK-INST-IDX) NOT = ZERO
MOVE WK-INST-T-HOLD-IDX(WK-INST-IDX) TO WK-HOLDQ-IDX
MOVE WK-HOLDQ-T-BRANCH(WK-HOLDQ-IDX) TO DEC-BRANCH
MOVE WK-HOLDQ-T-YEAR(WK-HOLDQ-IDX) TO DEC-YEAR
MOVE "/" TO DEC-SLASH
MOVE WK-HOLDQ-T-MONTH(WK-HOLDQ-IDX) TO DEC-MONTH
MOVE WK-HOLDQ-T-TYPE(WK-HOLDQ-IDX) TO DEC-TYPE
MOVE WK-HOLDQ-T-SUJI(WK-HOLDQ-IDX) TO DEC-AMOUNT
MOVE WK-HOLDQ-T-LIMIT(WK-HOLDQ-IDX) TO DEC-LIMIT
MOVE WK-HOLDQ-T-OPERATOR(WK-HOLDQ-IDX) TO DEC-HELD-BY
END-IF.
MOVE INST-DECISION TO DEC-DECISION.
MOVE WK-INST-T-RESULT(WK-INST-IDX) TO DEC-RESULT.
MOVE INST-REASON TO DEC-REASON.
MOVE DEC-LINE TO PRINT-REC.
PERFORM 4800-WRITE-PRINT-LINE.
*> 4.保留明細出力処理（保留中の明細1件を出力し、保留件数と金額を集計）
4200-PRINT-ONE-HELD-ITEM.
MOVE WK-HOLDQ-T-ID(WK-HOLDQ-IDX) TO HLD-HOLD-ID.
MOVE WK-HOLDQ-T-BRANCH(WK-HOLDQ-IDX) TO HLD-BRANCH.
MOVE WK-HOLDQ-T-YEAR(WK-HOLDQ-IDX) TO HLD-YEAR.
MOVE WK-HOLDQ-T-MONTH(WK-HOLDQ-IDX) TO HLD-MONTH.
MOVE WK-HOLDQ-T-TYPE(WK-HOLDQ-IDX) TO HLD-TYPE.
MOVE WK-HOLDQ-T-SUJI(WK-HOLDQ-IDX) TO HLD-AMOUNT.
MOVE WK-HOLDQ-T-LIMIT(WK-HOLDQ-IDX) TO HLD-LIMIT.
MOVE WK-HOLDQ-T-OPERATOR(WK-HOLDQ-IDX) TO HLD-HELD-BY.
MOVE SPACES TO HLD-HELD-ON.
STRING WK-HOLDQ-T-ID(WK-HOLDQ-IDX)(1:4) DELIMITED BY SIZE
"-" DELIMITED BY SIZE
WK-HOLDQ-T-ID(WK-HOLDQ-IDX)(5:2) DELIMITED BY SIZE
"-" DELIMITED BY SIZE
WK-HOLDQ-T-ID(WK-HOLDQ-IDX)(7:2) DELIMITED BY SIZE
INTO HLD-HELD-ON.
MOVE HLD-LINE TO PRINT-REC.
PERFORM 4800-WRITE-PRINT-LINE.
ADD 1 TO WK-CTL-STILL-HELD-COUNT.
ADD WK-HOLDQ-T-SUJI(WK-HOLDQ-IDX) TO WK-CTL-STILL-HELD-SUJI.
*> 4.帳票1行出力処理
4800-WRITE-PRINT-LINE.
WRITE PRINT-REC.
IF WK-PRINT-FILE-STATUS NOT = "00"
PERFORM 0420-ABEND-PRINT-WRITE
END-IF.
*> 4.終了処理（帳票クローズ、件数表示と終了コード設定、反映できなかった指示があれば警告）
4900-TERMINATE.
CLOSE PRINT-FILE.
COMPUTE WK-CTL-DECIDED-SUJI = WK-CTL-RELEASE-SUJI + WK-CTL-DECLINE-SUJI.
IF WK-MODE-APPLY
DISPLAY "SUM_SAMPLE02_HLD: RELEASED " WK-CTL-RELEASE-COUNT
" DECLINED " WK-CTL-DECLINE-COUNT " BY " WK-OPERATOR-ID
ELSE
DISPLAY "SUM_SAMPLE02_HLD: holdinst.txt WOULD RELEASE "
WK-CTL-RELEASE-COUNT " AND DECLINE " WK-CTL-DECLINE-COUNT
" -- RUN SUM_SAMPLE02_HLD APPLY TO APPLY THEM"
END-IF.
DISPLAY "SUM_SAMPLE02_HLD: ITEMS ON HOLD = " WK-CTL-STILL-HELD-COUNT
" -- SEE holdrpt.txt".
IF WK-CTL-NOT-APPLIED-COUNT > ZERO
DISPLAY "SUM_SAMPLE02_HLD: " WK-CTL-NOT-APPLIED-COUNT
" INSTRUCTION(S) IN holdinst.txt CANNOT BE APPLIED -- SEE holdrpt.txt"
MOVE 4 TO RETURN-CODE
ELSE
MOVE ZERO TO RETURN-CODE
END-IF.
END PROGRAM SUM_SAMPLE02_HLD.
