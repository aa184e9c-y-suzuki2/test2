IDENTIFICATION DIVISION.
PROGRAM-ID. SUM_SAMPLE02_DGS.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT RUNHIST-FILE
ASSIGN TO "runhist.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-RUNHIST-FILE-STATUS.
SELECT NGTCKPT-FILE
ASSIGN TO "nightckpt.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-NGTCKPT-FILE-STATUS.
SELECT RUNLOCK-FILE
ASSIGN TO "runlock.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-RUNLOCK-FILE-STATUS.
SELECT REJECT-FILE
ASSIGN TO "in01reject.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-REJECT-FILE-STATUS.
SELECT CARRY-FILE
ASSIGN TO "rejcarry.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-CARRY-FILE-STATUS.
SELECT EXCEPT-FILE
ASSIGN TO "out01except.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-EXCEPT-FILE-STATUS.
SELECT GLREG-FILE
ASSIGN TO "glregister.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-GLREG-FILE-STATUS.
SELECT PRINT-FILE
ASSIGN TO "opsdigest.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-PRINT-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD RUNHIST-FILE.
COPY RUNHIST.
FD NGTCKPT-FILE.
01 NGTCKPT-REC.
03 NGTCKPT-LAST-STEP PIC 9(02).
03 NGTCKPT-DATE PIC X(08).
03 NGTCKPT-TIME PIC X(06).
FD RUNLOCK-FILE.
COPY RUNLOCK.
FD REJECT-FILE.
01 REJIN-REC.
03 REJIN-RAW PIC X(36).
03 REJIN-REASON PIC 9(02).
FD CARRY-FILE.
01 CARRY-REC.
03 CARRY-RAW PIC X(36).
03 CARRY-REASON PIC 9(02).
03 CARRY-AGE PIC 9(02).
FD EXCEPT-FILE.
01 EXCEPT-REC.
03 EXCEPT-BRANCH PIC X(03).
03 EXCEPT-YEAR PIC X(04).
03 EXCEPT-MONTH PIC X(02).
03 EXCEPT-RAW PIC X(18).
FD GLREG-FILE.
01 GLREG-REC.
03 GLREG-YEAR PIC X(04).
03 GLREG-MONTH PIC X(02).
03 GLREG-DATE PIC X(08).
03 GLREG-TIME PIC X(06).
03 GLREG-DETAIL-COUNT PIC 9(08).
03 GLREG-HASH-SUJI PIC S9(11) SIGN LEADING SEPARATE.
03 GLREG-HASH-SUJI-ALL PIC S9(11) SIGN LEADING SEPARATE.
03 GLREG-STATUS PIC X(12).
03 GLREG-ACK-DATE PIC X(08).
FD PRINT-FILE.
01 PRINT-REC PIC X(100).
WORKING-STORAGE SECTION.
01 WK-RUNHIST-FILE-STATUS PIC XX.
01 WK-NGTCKPT-FILE-STATUS PIC XX.
01 WK-RUNLOCK-FILE-STATUS PIC XX.
01 WK-REJECT-FILE-STATUS PIC XX.
01 WK-CARRY-FILE-STATUS PIC XX.
01 WK-EXCEPT-FILE-STATUS PIC XX.
01 WK-GLREG-FILE-STATUS PIC XX.
01 WK-PRINT-FILE-STATUS PIC XX.
*> リジェクトの生データ（IN01と同一レイアウト）から金額を取り出すためのワーク
COPY IN01REC.
*> 起動パラメータ（対象日yyyymmdd、省略時は当日）用ワーク
01 WK-PARM-AREA.
03 WK-START-PARM PIC X(40).
03 WK-PARM-DATE PIC X(08).
01 WK-RUN-DATE-8.
03 WK-RUN-YYYY PIC 9(04).
03 WK-RUN-MM PIC 99.
03 WK-RUN-DD PIC 99.
01 WK-RUN-DATE-DISPLAY PIC X(10).
*> 対象夜間の範囲（前日18:00から対象日18:00まで）用ワーク
01 WK-WINDOW-AREA.
03 WK-DIGEST-DATE PIC 9(08).
03 WK-PREV-DATE PIC 9(08).
03 WK-DATE-INT PIC 9(08).
03 WK-WINDOW-FROM PIC X(14).
03 WK-WINDOW-TO PIC X(14).
03 WK-ENTRY-STAMP PIC X(14).
03 WK-EDIT-DATE.
05 WK-EDIT-YYYY PIC X(04).
05 WK-EDIT-MM PIC X(02).
05 WK-EDIT-DD PIC X(02).
03 WK-EDIT-DATE-DISPLAY PIC X(10).
*> 夜間ステップ（対象夜間の各ステップの最終実行結果）用ワーク
01 WK-STEP-AREA.
03 WK-STEP-IDX PIC 9(02).
03 WK-STEP-TABLE OCCURS 5 TIMES.
05 WK-STEP-T-PROGRAM PIC X(16).
05 WK-STEP-T-FOUND PIC X(01).
05 WK-STEP-T-DATE PIC X(08).
05 WK-STEP-T-TIME PIC X(06).
05 WK-STEP-T-MODE PIC X(08).
05 WK-STEP-T-OPERATOR PIC X(08).
05 WK-STEP-T-RC PIC 9(04).
*> 計上実行（SUM_SAMPLE02の最終実行）のコントロールトータル用ワーク
01 WK-POST-AREA.
03 WK-POST-FOUND PIC X VALUE "N".
88 WK-POST-IS-FOUND VALUE "Y".
03 WK-POST-IN-COUNT PIC 9(08) VALUE ZERO.
03 WK-POST-REJECT-COUNT PIC 9(08) VALUE ZERO.
03 WK-POST-IN-TOTAL PIC S9(11) VALUE ZERO.
03 WK-POST-OUT-COUNT PIC 9(08) VALUE ZERO.
03 WK-POST-OUT-TOTAL PIC S9(11) VALUE ZERO.
03 WK-POST-OUT-ALL-TOTAL PIC S9(11) VALUE ZERO.
03 WK-POST-OVERFLOW-COUNT PIC 9(08) VALUE ZERO.
*> リジェクト理由別集計（理由コード01～08、9行目はその他）用ワーク
01 WK-REJ-AREA.
03 WK-REJ-IDX PIC 9(02).
03 WK-REJ-CODE-N PIC 9(02).
03 WK-REJ-OLDEST-AGE PIC 9(02) VALUE ZERO.
03 WK-REJ-AGE-EDIT PIC Z9.
03 WK-REJ-NEW-COUNT PIC 9(06) VALUE ZERO.
03 WK-REJ-NEW-AMOUNT PIC S9(11) VALUE ZERO.
03 WK-REJ-CARRY-COUNT PIC 9(06) VALUE ZERO.
03 WK-REJ-CARRY-AMOUNT PIC S9(11) VALUE ZERO.
03 WK-REJ-TABLE OCCURS 9 TIMES.
05 WK-REJ-T-LABEL PIC X(19).
05 WK-REJ-T-NEW-COUNT PIC 9(06).
05 WK-REJ-T-NEW-AMOUNT PIC S9(11).
05 WK-REJ-T-CARRY-COUNT PIC 9(06).
05 WK-REJ-T-CARRY-AMOUNT PIC S9(11).
05 WK-REJ-T-CARRY-AGE PIC 9(02).
*> 一覧印字の上限件数（1ページに収めるため各一覧は先頭5件まで）
01 WK-LIST-AREA.
03 WK-LIST-MAX PIC 9(02) VALUE 5.
03 WK-LIST-PRINTED PIC 9(04) VALUE ZERO.
03 WK-LIST-TOTAL PIC 9(06) VALUE ZERO.
03 WK-LIST-MORE PIC 9(06) VALUE ZERO.
03 WK-LIST-MORE-EDIT PIC ZZZZZ9.
*> 件数・判定用ワーク
01 WK-CTL-AREA.
03 WK-CTL-EXCEPT-COUNT PIC 9(06) VALUE ZERO.
03 WK-CTL-GL-OPEN-COUNT PIC 9(06) VALUE ZERO.
03 WK-CTL-GL-ISSUE-COUNT PIC 9(06) VALUE ZERO.
03 WK-CTL-ISSUE-COUNT PIC 9(04) VALUE ZERO.
03 WK-CTL-ISSUE-EDIT PIC ZZZ9.
03 WK-CTL-CKPT-STEP-EDIT PIC Z9.
01 HDG-1.
03 FILLER PIC X(10) VALUE "RUN DATE: ".
03 HDG-1-DATE PIC X(10).
03 FILLER PIC X(05) VALUE SPACES.
03 FILLER PIC X(42) VALUE "MORNING OPERATIONS DIGEST -- NIGHT ENDING ".
03 HDG-1-NIGHT PIC X(10).
01 HDG-2.
03 FILLER PIC X(25) VALUE "RUN HISTORY WINDOW FROM ".
03 HDG-2-FROM-DATE PIC X(10).
03 FILLER PIC X(10) VALUE " 18:00 TO ".
03 HDG-2-TO-DATE PIC X(10).
03 FILLER PIC X(06) VALUE " 18:00".
01 STP-HDG.
03 FILLER PIC X(05) VALUE "STEP".
03 FILLER PIC X(18) VALUE "PROGRAM".
03 FILLER PIC X(12) VALUE "DATE".
03 FILLER PIC X(08) VALUE "TIME".
03 FILLER PIC X(10) VALUE "MODE".
03 FILLER PIC X(10) VALUE "OPERATOR".
03 FILLER PIC X(06) VALUE "  RC".
03 FILLER PIC X(12) VALUE "STATUS".
01 STP-LINE.
03 STP-NO PIC Z9.
03 FILLER PIC X(03) VALUE SPACES.
03 STP-PROGRAM PIC X(18).
03 STP-DATE PIC X(12).
03 STP-TIME PIC X(08).
03 STP-MODE PIC X(10).
03 STP-OPERATOR PIC X(10).
03 STP-RC PIC ZZZ9.
03 STP-RC-X REDEFINES STP-RC PIC X(04).
03 FILLER PIC X(02) VALUE SPACES.
03 STP-STATUS PIC X(12).
01 REJ-HDG.
03 FILLER PIC X(22) VALUE "REASON".
03 FILLER PIC X(08) VALUE "     NEW".
03 FILLER PIC X(14) VALUE "    NEW AMOUNT".
03 FILLER PIC X(09) VALUE "  CARRIED".
03 FILLER PIC X(16) VALUE "  CARRIED AMOUNT".
03 FILLER PIC X(08) VALUE "  OLDEST".
01 REJ-LINE.
03 REJ-CODE PIC X(02).
03 FILLER PIC X(01) VALUE SPACE.
03 REJ-LABEL PIC X(19).
03 FILLER PIC X(02) VALUE SPACES.
03 REJ-NEW-COUNT PIC ZZZZZ9.
03 FILLER PIC X(02) VALUE SPACES.
03 REJ-NEW-AMOUNT PIC -----------9.
03 FILLER PIC X(02) VALUE SPACES.
03 REJ-CARRY-COUNT PIC ZZZZZZ9.
03 FILLER PIC X(04) VALUE SPACES.
03 REJ-CARRY-AMOUNT PIC -----------9.
03 FILLER PIC X(05) VALUE SPACES.
03 REJ-CARRY-AGE PIC ZZ9.
01 EXC-LINE.
03 FILLER PIC X(05) VALUE SPACES.
03 EXC-BRANCH PIC X(03).
03 FILLER PIC X(02) VALUE SPACES.
03 EXC-YEAR PIC X(04).
03 FILLER PIC X(01) VALUE "/".
03 EXC-MONTH PIC X(02).
03 FILLER PIC X(03) VALUE SPACES.
03 EXC-RAW PIC X(18).
01 GL-LINE.
03 FILLER PIC X(05) VALUE SPACES.
03 GL-YEAR PIC X(04).
03 FILLER PIC X(01) VALUE "/".
03 GL-MONTH PIC X(02).
03 FILLER PIC X(03) VALUE SPACES.
03 GL-DATE PIC X(10).
03 FILLER PIC X(02) VALUE SPACES.
03 GL-COUNT PIC ZZZZZZZ9.
03 FILLER PIC X(02) VALUE SPACES.
03 GL-STATUS PIC X(12).
03 GL-NOTE PIC X(30).
01 REC-LINE.
03 REC-LABEL PIC X(30).
03 REC-COUNT PIC ZZZZZZZ9.
03 FILLER PIC X(03) VALUE SPACES.
03 REC-AMOUNT PIC -----------9.
03 REC-AMOUNT-X REDEFINES REC-AMOUNT PIC X(12).
PROCEDURE DIVISION.
0000-MAIN.
PERFORM 0100-PARSE-PARMS.
PERFORM 1000-INITIALIZE.
PERFORM 2000-REPORT-STEPS.
PERFORM 2200-REPORT-REJECTS.
PERFORM 2400-REPORT-OVERFLOWS.
PERFORM 2600-REPORT-GL-REGISTER.
PERFORM 2800-REPORT-RECONCILIATION.
PERFORM 3000-TERMINATE.
STOP RUN.
*> 0.パラメータ解析処理（対象日yyyymmddを取り出す、省略時は当日）
0100-PARSE-PARMS.
MOVE SPACES TO WK-START-PARM WK-PARM-DATE.
ACCEPT WK-START-PARM FROM COMMAND-LINE.
UNSTRING WK-START-PARM DELIMITED BY ALL SPACE
INTO WK-PARM-DATE.
ACCEPT WK-RUN-DATE-8 FROM DATE YYYYMMDD.
IF WK-PARM-DATE = SPACES
MOVE WK-RUN-DATE-8 TO WK-DIGEST-DATE
ELSE
IF WK-PARM-DATE NOT NUMERIC
OR WK-PARM-DATE(5:2) < "01" OR WK-PARM-DATE(5:2) > "12"
OR WK-PARM-DATE(7:2) < "01" OR WK-PARM-DATE(7:2) > "31"
DISPLAY "SUM_SAMPLE02_DGS: USAGE: SUM_SAMPLE02_DGS [yyyymmdd]"
DISPLAY "SUM_SAMPLE02_DGS: yyyymmdd IS THE MORNING AFTER THE "
"NIGHTLY RUN, DEFAULT TODAY"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF
MOVE WK-PARM-DATE TO WK-DIGEST-DATE
END-IF.
*> 0.PRINT-FILE書込異常時異常終了処理（ステータスコードを表示し異常終了）
0400-ABEND-PRINT-WRITE.
DISPLAY "SUM_SAMPLE02_DGS: WRITE TO opsdigest.txt FAILED STATUS="
WK-PRINT-FILE-STATUS.
MOVE 16 TO RETURN-CODE.
CLOSE PRINT-FILE.
STOP RUN.
*> 1.初期処理（ステップ名・理由名の設定、対象夜間の範囲決定、実行履歴の読込、見出し印字）
1000-INITIALIZE.
MOVE "SUM_SAMPLE02_SRT" TO WK-STEP-T-PROGRAM(1).
MOVE "SUM_SAMPLE02" TO WK-STEP-T-PROGRAM(2).
MOVE "SUM_SAMPLE02_RPT" TO WK-STEP-T-PROGRAM(3).
MOVE "SUM_SAMPLE02_GLX" TO WK-STEP-T-PROGRAM(4).
MOVE "SUM_SAMPLE02_AUD" TO WK-STEP-T-PROGRAM(5).
PERFORM VARYING WK-STEP-IDX FROM 1 BY 1
UNTIL WK-STEP-IDX > 5
MOVE "N" TO WK-STEP-T-FOUND(WK-STEP-IDX)
END-PERFORM.
MOVE "YEAR INVALID" TO WK-REJ-T-LABEL(1).
MOVE "MONTH INVALID" TO WK-REJ-T-LABEL(2).
MOVE "AMOUNT INVALID" TO WK-REJ-T-LABEL(3).
MOVE "BRANCH UNKNOWN" TO WK-REJ-T-LABEL(4).
MOVE "BRANCH CLOSED" TO WK-REJ-T-LABEL(5).
MOVE "TYPE INVALID" TO WK-REJ-T-LABEL(6).
MOVE "PERIOD CLOSED" TO WK-REJ-T-LABEL(7).
MOVE "PERIOD NOT YET OPEN" TO WK-REJ-T-LABEL(8).
MOVE "OTHER" TO WK-REJ-T-LABEL(9).
PERFORM VARYING WK-REJ-IDX FROM 1 BY 1
UNTIL WK-REJ-IDX > 9
MOVE ZERO TO WK-REJ-T-NEW-COUNT(WK-REJ-IDX)
WK-REJ-T-NEW-AMOUNT(WK-REJ-IDX)
WK-REJ-T-CARRY-COUNT(WK-REJ-IDX)
WK-REJ-T-CARRY-AMOUNT(WK-REJ-IDX)
WK-REJ-T-CARRY-AGE(WK-REJ-IDX)
END-PERFORM.
COMPUTE WK-DATE-INT = FUNCTION INTEGER-OF-DATE(WK-DIGEST-DATE) - 1.
COMPUTE WK-PREV-DATE = FUNCTION DATE-OF-INTEGER(WK-DATE-INT).
STRING WK-PREV-DATE DELIMITED BY SIZE
"180000" DELIMITED BY SIZE
INTO WK-WINDOW-FROM.
STRING WK-DIGEST-DATE DELIMITED BY SIZE
"180000" DELIMITED BY SIZE
INTO WK-WINDOW-TO.
PERFORM 1100-LOAD-RUN-HISTORY.
OPEN OUTPUT PRINT-FILE.
IF WK-PRINT-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_DGS: CANNOT OPEN opsdigest.txt STATUS="
WK-PRINT-FILE-STATUS
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF.
MOVE WK-RUN-DATE-8 TO WK-EDIT-DATE.
PERFORM 1200-EDIT-DATE.
MOVE WK-EDIT-DATE-DISPLAY TO HDG-1-DATE.
MOVE WK-DIGEST-DATE TO WK-EDIT-DATE.
PERFORM 1200-EDIT-DATE.
MOVE WK-EDIT-DATE-DISPLAY TO HDG-1-NIGHT HDG-2-TO-DATE.
MOVE WK-PREV-DATE TO WK-EDIT-DATE.
PERFORM 1200-EDIT-DATE.
MOVE WK-EDIT-DATE-DISPLAY TO HDG-2-FROM-DATE.
MOVE HDG-1 TO PRINT-REC.
PERFORM 3100-WRITE-PRINT-LINE.
MOVE HDG-2 TO PRINT-REC.
PERFORM 3100-WRITE-PRINT-LINE.
*> 1.実行履歴読込処理（対象夜間の範囲に入る実行履歴から各ステップの最終結果を取得）
1100-LOAD-RUN-HISTORY.
OPEN INPUT RUNHIST-FILE.
IF WK-RUNHIST-FILE-STATUS = "00"
PERFORM UNTIL WK-RUNHIST-FILE-STATUS NOT = "00"
READ RUNHIST-FILE
AT END
CONTINUE
NOT AT END
MOVE RUNHIST-DATE TO WK-ENTRY-STAMP(1:8)
MOVE RUNHIST-TIME TO WK-ENTRY-STAMP(9:6)
IF WK-ENTRY-STAMP >= WK-WINDOW-FROM
AND WK-ENTRY-STAMP < WK-WINDOW-TO
PERFORM 1150-STORE-STEP-RESULT
END-IF
END-READ
END-PERFORM
CLOSE RUNHIST-FILE
END-IF.
*> 1.ステップ結果格納処理（後の履歴ほど新しいので上書きする、取消モードのSUM_SAMPLE02は計上ステップとしない）
1150-STORE-STEP-RESULT.
PERFORM VARYING WK-STEP-IDX FROM 1 BY 1
UNTIL WK-STEP-IDX > 5
IF RUNHIST-PROGRAM = WK-STEP-T-PROGRAM(WK-STEP-IDX)
AND RUNHIST-START-MODE NOT = "BACKOUT"
MOVE "Y" TO WK-STEP-T-FOUND(WK-STEP-IDX)
MOVE RUNHIST-DATE TO WK-STEP-T-DATE(WK-STEP-IDX)
MOVE RUNHIST-TIME TO WK-STEP-T-TIME(WK-STEP-IDX)
MOVE RUNHIST-START-MODE TO WK-STEP-T-MODE(WK-STEP-IDX)
MOVE RUNHIST-OPERATOR TO WK-STEP-T-OPERATOR(WK-STEP-IDX)
MOVE RUNHIST-RETURN-CODE TO WK-STEP-T-RC(WK-STEP-IDX)
END-IF
END-PERFORM.
IF RUNHIST-PROGRAM = "SUM_SAMPLE02"
AND RUNHIST-START-MODE NOT = "BACKOUT"
SET WK-POST-IS-FOUND TO TRUE
MOVE RUNHIST-CTL-IN-COUNT TO WK-POST-IN-COUNT
MOVE RUNHIST-CTL-REJECT-COUNT TO WK-POST-REJECT-COUNT
MOVE RUNHIST-CTL-IN-SUJI-TOTAL TO WK-POST-IN-TOTAL
MOVE RUNHIST-CTL-OUT-COUNT TO WK-POST-OUT-COUNT
MOVE RUNHIST-CTL-OUT-SUJI-TOTAL TO WK-POST-OUT-TOTAL
MOVE RUNHIST-CTL-OUT-SUJI-ALL-TOTAL TO WK-POST-OUT-ALL-TOTAL
MOVE RUNHIST-OVERFLOW-COUNT TO WK-POST-OVERFLOW-COUNT
END-IF.
*> 1.日付編集処理（WK-EDIT-DATEのyyyymmddをyyyy-mm-ddへ編集）
1200-EDIT-DATE.
MOVE SPACES TO WK-EDIT-DATE-DISPLAY.
STRING WK-EDIT-YYYY DELIMITED BY SIZE
"-" DELIMITED BY SIZE
WK-EDIT-MM DELIMITED BY SIZE
"-" DELIMITED BY SIZE
WK-EDIT-DD DELIMITED BY SIZE
INTO WK-EDIT-DATE-DISPLAY.
*> 2.夜間ステップ報告処理（各ステップの状態と復帰コード、夜間運行の中断、残存する実行ロックを印字）
2000-REPORT-STEPS.
MOVE SPACES TO PRINT-REC.
PERFORM 3100-WRITE-PRINT-LINE.
MOVE "OVERNIGHT STEPS" TO PRINT-REC.
PERFORM 3100-WRITE-PRINT-LINE.
MOVE STP-HDG TO PRINT-REC.
PERFORM 3100-WRITE-PRINT-LINE.
PERFORM VARYING WK-STEP-IDX FROM 1 BY 1
UNTIL WK-STEP-IDX > 5
PERFORM 2050-WRITE-STEP-LINE
END-PERFORM.
PERFORM 2100-CHECK-DRIVER-CHECKPOINT.
PERFORM 2150-CHECK-RUN-LOCK.
*> 2.ステップ明細出力処理（復帰コード0は正常、4は警告、それ以外は異常、履歴が無ければ未実行）
2050-WRITE-STEP-LINE.
MOVE SPACES TO STP-LINE.
MOVE WK-STEP-IDX TO STP-NO.
MOVE WK-STEP-T-PROGRAM(WK-STEP-IDX) TO STP-PROGRAM.
IF WK-STEP-T-FOUND(WK-STEP-IDX) = "Y"
MOVE WK-STEP-T-DATE(WK-STEP-IDX) TO WK-EDIT-DATE
PERFORM 1200-EDIT-DATE
MOVE WK-EDIT-DATE-DISPLAY TO STP-DATE
MOVE WK-STEP-T-TIME(WK-STEP-IDX) TO STP-TIME
MOVE WK-STEP-T-MODE(WK-STEP-IDX) TO STP-MODE
MOVE WK-STEP-T-OPERATOR(WK-STEP-IDX) TO STP-OPERATOR
MOVE WK-STEP-T-RC(WK-STEP-IDX) TO STP-RC
IF WK-STEP-T-RC(WK-STEP-IDX) = ZERO
MOVE "OK" TO STP-STATUS
ELSE
ADD 1 TO WK-CTL-ISSUE-COUNT
IF WK-STEP-T-RC(WK-STEP-IDX) = 4
MOVE "WARNING" TO STP-STATUS
ELSE
MOVE "*** FAILED" TO STP-STATUS
END-IF
END-IF
ELSE
MOVE SPACES TO STP-RC-X
MOVE "*** NOT RUN" TO STP-STATUS
ADD 1 TO WK-CTL-ISSUE-COUNT
END-IF.
MOVE STP-LINE TO PRINT-REC.
PERFORM 3100-WRITE-PRINT-LINE.
*> 2.夜間運行チェックポイント確認処理（nightckpt.datにレコードが残っていれば運行が途中で止まっている）
2100-CHECK-DRIVER-CHECKPOINT.
OPEN INPUT NGTCKPT-FILE.
IF WK-NGTCKPT-FILE-STATUS = "00"
READ NGTCKPT-FILE
AT END
CONTINUE
NOT AT END
IF NGTCKPT-LAST-STEP NUMERIC
AND NGTCKPT-LAST-STEP > ZERO
MOVE NGTCKPT-LAST-STEP TO WK-CTL-CKPT-STEP-EDIT
MOVE SPACES TO PRINT-REC
STRING "*** NIGHT DRIVER STOPPED AFTER STEP "
DELIMITED BY SIZE
WK-CTL-CKPT-STEP-EDIT DELIMITED BY SIZE
" (CKPT " DELIMITED BY SIZE
NGTCKPT-DATE DELIMITED BY SIZE
" " DELIMITED BY SIZE
NGTCKPT-TIME DELIMITED BY SIZE
") -- RERUN SUM_SAMPLE02_NGT"
DELIMITED BY SIZE
INTO PRINT-REC
PERFORM 3100-WRITE-PRINT-LINE
ADD 1 TO WK-CTL-ISSUE-COUNT
END-IF
END-READ
CLOSE NGTCKPT-FILE
END-IF.
*> 2.実行ロック確認処理（runlock.datが保持されたままなら保持ジョブを印字する）
2150-CHECK-RUN-LOCK.
OPEN INPUT RUNLOCK-FILE.
IF WK-RUNLOCK-FILE-STATUS = "00"
READ RUNLOCK-FILE
AT END
CONTINUE
NOT AT END
IF RUNLOCK-REC NOT = SPACES
MOVE SPACES TO PRINT-REC
STRING "*** RUN LOCK STILL HELD BY " DELIMITED BY SIZE
RUNLOCK-PROGRAM DELIMITED BY SPACE
" OPERATOR " DELIMITED BY SIZE
RUNLOCK-OPERATOR DELIMITED BY SPACE
" SINCE " DELIMITED BY SIZE
RUNLOCK-DATE DELIMITED BY SIZE
" " DELIMITED BY SIZE
RUNLOCK-TIME DELIMITED BY SIZE
INTO PRINT-REC
PERFORM 3100-WRITE-PRINT-LINE
ADD 1 TO WK-CTL-ISSUE-COUNT
END-IF
END-READ
CLOSE RUNLOCK-FILE
END-IF.
*> 2.リジェクト報告処理（当サイクルと繰越のリジェクトを理由別に件数・金額で集計し、最古の繰越サイクル数を印字）
2200-REPORT-REJECTS.
OPEN INPUT REJECT-FILE.
IF WK-REJECT-FILE-STATUS = "00"
PERFORM UNTIL WK-REJECT-FILE-STATUS NOT = "00"
READ REJECT-FILE
AT END
CONTINUE
NOT AT END
PERFORM 2250-ADD-NEW-REJECT
END-READ
END-PERFORM
CLOSE REJECT-FILE
END-IF.
OPEN INPUT CARRY-FILE.
IF WK-CARRY-FILE-STATUS = "00"
PERFORM UNTIL WK-CARRY-FILE-STATUS NOT = "00"
READ CARRY-FILE
AT END
CONTINUE
NOT AT END
PERFORM 2270-ADD-CARRIED-REJECT
END-READ
END-PERFORM
CLOSE CARRY-FILE
END-IF.
MOVE SPACES TO PRINT-REC.
PERFORM 3100-WRITE-PRINT-LINE.
MOVE "REJECTS BY REASON (NEW = in01reject.txt, CARRIED = rejcarry.txt)"
TO PRINT-REC.
PERFORM 3100-WRITE-PRINT-LINE.
IF WK-REJ-NEW-COUNT = ZERO AND WK-REJ-CARRY-COUNT = ZERO
MOVE "     NONE" TO PRINT-REC
PERFORM 3100-WRITE-PRINT-LINE
ELSE
MOVE REJ-HDG TO PRINT-REC
PERFORM 3100-WRITE-PRINT-LINE
PERFORM VARYING WK-REJ-IDX FROM 1 BY 1
UNTIL WK-REJ-IDX > 9
IF WK-REJ-T-NEW-COUNT(WK-REJ-IDX) > ZERO
OR WK-REJ-T-CARRY-COUNT(WK-REJ-IDX) > ZERO
PERFORM 2300-WRITE-REJECT-LINE
END-IF
END-PERFORM
MOVE SPACES TO REJ-CODE
MOVE "TOTAL" TO REJ-LABEL
MOVE WK-REJ-NEW-COUNT TO REJ-NEW-COUNT
MOVE WK-REJ-NEW-AMOUNT TO REJ-NEW-AMOUNT
MOVE WK-REJ-CARRY-COUNT TO REJ-CARRY-COUNT
MOVE WK-REJ-CARRY-AMOUNT TO REJ-CARRY-AMOUNT
MOVE WK-REJ-OLDEST-AGE TO REJ-CARRY-AGE
MOVE REJ-LINE TO PRINT-REC
PERFORM 3100-WRITE-PRINT-LINE
END-IF.
IF WK-REJ-CARRY-COUNT > ZERO
MOVE WK-REJ-OLDEST-AGE TO WK-REJ-AGE-EDIT
MOVE SPACES TO PRINT-REC
STRING "     OLDEST CARRIED REJECT HAS BEEN OPEN FOR "
DELIMITED BY SIZE
WK-REJ-AGE-EDIT DELIMITED BY SIZE
" REPAIR CYCLE(S)" DELIMITED BY SIZE
INTO PRINT-REC
PERFORM 3100-WRITE-PRINT-LINE
END-IF.
IF WK-REJ-NEW-COUNT > ZERO
ADD 1 TO WK-CTL-ISSUE-COUNT
END-IF.
IF WK-REJ-CARRY-COUNT > ZERO
ADD 1 TO WK-CTL-ISSUE-COUNT
END-IF.
*> 2.当サイクルリジェクト集計処理（理由コード別に件数と、生データの金額が数値なら金額を加算）
2250-ADD-NEW-REJECT.
MOVE REJIN-REASON TO WK-REJ-CODE-N.
PERFORM 2280-SELECT-REASON-ROW.
ADD 1 TO WK-REJ-T-NEW-COUNT(WK-REJ-IDX) WK-REJ-NEW-COUNT.
MOVE REJIN-RAW TO IN01.
IF IN01-SUJI NUMERIC
ADD IN01-SUJI TO WK-REJ-T-NEW-AMOUNT(WK-REJ-IDX)
WK-REJ-NEW-AMOUNT
END-IF.
*> 2.繰越リジェクト集計処理（理由コード別に件数・金額を加算し、最古の繰越サイクル数を求める）
2270-ADD-CARRIED-REJECT.
MOVE CARRY-REASON TO WK-REJ-CODE-N.
PERFORM 2280-SELECT-REASON-ROW.
ADD 1 TO WK-REJ-T-CARRY-COUNT(WK-REJ-IDX) WK-REJ-CARRY-COUNT.
MOVE CARRY-RAW TO IN01.
IF IN01-SUJI NUMERIC
ADD IN01-SUJI TO WK-REJ-T-CARRY-AMOUNT(WK-REJ-IDX)
WK-REJ-CARRY-AMOUNT
END-IF.
IF CARRY-AGE NUMERIC
IF CARRY-AGE > WK-REJ-T-CARRY-AGE(WK-REJ-IDX)
MOVE CARRY-AGE TO WK-REJ-T-CARRY-AGE(WK-REJ-IDX)
END-IF
IF CARRY-AGE > WK-REJ-OLDEST-AGE
MOVE CARRY-AGE TO WK-REJ-OLDEST-AGE
END-IF
END-IF.
*> 2.理由行選択処理（理由コード01～08はその行、それ以外は9行目のその他とする）
2280-SELECT-REASON-ROW.
IF WK-REJ-CODE-N NUMERIC
AND WK-REJ-CODE-N >= 1 AND WK-REJ-CODE-N <= 8
MOVE WK-REJ-CODE-N TO WK-REJ-IDX
ELSE
MOVE 9 TO WK-REJ-IDX
END-IF.
*> 2.リジェクト理由明細出力処理
2300-WRITE-REJECT-LINE.
IF WK-REJ-IDX = 9
MOVE "??" TO REJ-CODE
ELSE
MOVE WK-REJ-IDX TO WK-REJ-CODE-N
MOVE WK-REJ-CODE-N TO REJ-CODE
END-IF.
MOVE WK-REJ-T-LABEL(WK-REJ-IDX) TO REJ-LABEL.
MOVE WK-REJ-T-NEW-COUNT(WK-REJ-IDX) TO REJ-NEW-COUNT.
MOVE WK-REJ-T-NEW-AMOUNT(WK-REJ-IDX) TO REJ-NEW-AMOUNT.
MOVE WK-REJ-T-CARRY-COUNT(WK-REJ-IDX) TO REJ-CARRY-COUNT.
MOVE WK-REJ-T-CARRY-AMOUNT(WK-REJ-IDX) TO REJ-CARRY-AMOUNT.
MOVE WK-REJ-T-CARRY-AGE(WK-REJ-IDX) TO REJ-CARRY-AGE.
MOVE REJ-LINE TO PRINT-REC.
PERFORM 3100-WRITE-PRINT-LINE.
*> 2.桁あふれ例外報告処理（out01except.txtの件数と先頭5件を印字）
2400-REPORT-OVERFLOWS.
MOVE SPACES TO PRINT-REC.
PERFORM 3100-WRITE-PRINT-LINE.
MOVE "OVERFLOW EXCEPTIONS (out01except.txt)" TO PRINT-REC.
PERFORM 3100-WRITE-PRINT-LINE.
MOVE ZERO TO WK-LIST-PRINTED.
OPEN INPUT EXCEPT-FILE.
IF WK-EXCEPT-FILE-STATUS = "00"
PERFORM UNTIL WK-EXCEPT-FILE-STATUS NOT = "00"
READ EXCEPT-FILE
AT END
CONTINUE
NOT AT END
ADD 1 TO WK-CTL-EXCEPT-COUNT
IF WK-LIST-PRINTED < WK-LIST-MAX
MOVE EXCEPT-BRANCH TO EXC-BRANCH
MOVE EXCEPT-YEAR TO EXC-YEAR
MOVE EXCEPT-MONTH TO EXC-MONTH
MOVE EXCEPT-RAW TO EXC-RAW
MOVE EXC-LINE TO PRINT-REC
PERFORM 3100-WRITE-PRINT-LINE
ADD 1 TO WK-LIST-PRINTED
END-IF
END-READ
END-PERFORM
CLOSE EXCEPT-FILE
END-IF.
IF WK-CTL-EXCEPT-COUNT = ZERO
MOVE "     NONE" TO PRINT-REC
PERFORM 3100-WRITE-PRINT-LINE
ELSE
ADD 1 TO WK-CTL-ISSUE-COUNT
MOVE WK-CTL-EXCEPT-COUNT TO WK-LIST-TOTAL
PERFORM 3200-WRITE-MORE-LINE
END-IF.
*> 2.GL抽出登録簿報告処理（未確認PENDINGとハッシュ不一致MISMATCHEDを印字、対象夜間より前の未確認と不一致は要対応）
2600-REPORT-GL-REGISTER.
MOVE SPACES TO PRINT-REC.
PERFORM 3100-WRITE-PRINT-LINE.
MOVE "GL EXTRACTS NOT ACKNOWLEDGED (glregister.dat)" TO PRINT-REC.
PERFORM 3100-WRITE-PRINT-LINE.
MOVE ZERO TO WK-LIST-PRINTED.
OPEN INPUT GLREG-FILE.
IF WK-GLREG-FILE-STATUS = "00"
PERFORM UNTIL WK-GLREG-FILE-STATUS NOT = "00"
READ GLREG-FILE
AT END
CONTINUE
NOT AT END
IF GLREG-STATUS = "PENDING" OR GLREG-STATUS = "MISMATCHED"
PERFORM 2650-WRITE-GL-LINE
END-IF
END-READ
END-PERFORM
CLOSE GLREG-FILE
END-IF.
IF WK-CTL-GL-OPEN-COUNT = ZERO
MOVE "     NONE" TO PRINT-REC
PERFORM 3100-WRITE-PRINT-LINE
ELSE
MOVE WK-CTL-GL-OPEN-COUNT TO WK-LIST-TOTAL
PERFORM 3200-WRITE-MORE-LINE
END-IF.
IF WK-CTL-GL-ISSUE-COUNT > ZERO
ADD 1 TO WK-CTL-ISSUE-COUNT
END-IF.
*> 2.GL抽出明細出力処理（先頭5件まで印字、対象夜間の抽出は確認待ちとして扱う）
2650-WRITE-GL-LINE.
ADD 1 TO WK-CTL-GL-OPEN-COUNT.
MOVE GLREG-DATE TO WK-ENTRY-STAMP(1:8).
MOVE GLREG-TIME TO WK-ENTRY-STAMP(9:6).
MOVE SPACES TO GL-NOTE.
IF GLREG-STATUS = "MISMATCHED"
ADD 1 TO WK-CTL-GL-ISSUE-COUNT
MOVE "*** HASH MISMATCH" TO GL-NOTE
ELSE
IF WK-ENTRY-STAMP < WK-WINDOW-FROM
ADD 1 TO WK-CTL-GL-ISSUE-COUNT
MOVE "*** ACK OVERDUE" TO GL-NOTE
ELSE
MOVE "AWAITING ACK (TONIGHT)" TO GL-NOTE
END-IF
END-IF.
IF WK-LIST-PRINTED < WK-LIST-MAX
MOVE GLREG-YEAR TO GL-YEAR
MOVE GLREG-MONTH TO GL-MONTH
MOVE GLREG-DATE TO WK-EDIT-DATE
PERFORM 1200-EDIT-DATE
MOVE WK-EDIT-DATE-DISPLAY TO GL-DATE
MOVE GLREG-DETAIL-COUNT TO GL-COUNT
MOVE GLREG-STATUS TO GL-STATUS
MOVE GL-LINE TO PRINT-REC
PERFORM 3100-WRITE-PRINT-LINE
ADD 1 TO WK-LIST-PRINTED
END-IF.
*> 2.照合合計報告処理（対象夜間の計上実行の件数・金額と、入力合計と出力合計の一致を印字）
2800-REPORT-RECONCILIATION.
MOVE SPACES TO PRINT-REC.
PERFORM 3100-WRITE-PRINT-LINE.
MOVE "POSTING RECONCILIATION (SUM_SAMPLE02)" TO PRINT-REC.
PERFORM 3100-WRITE-PRINT-LINE.
IF NOT WK-POST-IS-FOUND
MOVE "     NO POSTING RUN IN THIS WINDOW" TO PRINT-REC
PERFORM 3100-WRITE-PRINT-LINE
ELSE
MOVE "     INPUT ACCEPTED" TO REC-LABEL
MOVE WK-POST-IN-COUNT TO REC-COUNT
MOVE WK-POST-IN-TOTAL TO REC-AMOUNT
MOVE REC-LINE TO PRINT-REC
PERFORM 3100-WRITE-PRINT-LINE
MOVE "     INPUT REJECTED" TO REC-LABEL
MOVE WK-POST-REJECT-COUNT TO REC-COUNT
MOVE SPACES TO REC-AMOUNT-X
MOVE REC-LINE TO PRINT-REC
PERFORM 3100-WRITE-PRINT-LINE
MOVE "     SUMMARY RECORDS WRITTEN" TO REC-LABEL
MOVE WK-POST-OUT-COUNT TO REC-COUNT
MOVE WK-POST-OUT-TOTAL TO REC-AMOUNT
MOVE REC-LINE TO PRINT-REC
PERFORM 3100-WRITE-PRINT-LINE
MOVE "     OVERFLOW WARNINGS" TO REC-LABEL
MOVE WK-POST-OVERFLOW-COUNT TO REC-COUNT
MOVE SPACES TO REC-AMOUNT-X
MOVE REC-LINE TO PRINT-REC
PERFORM 3100-WRITE-PRINT-LINE
IF WK-POST-IN-TOTAL = WK-POST-OUT-TOTAL
MOVE "     CONTROL TOTALS BALANCED" TO PRINT-REC
ELSE
MOVE "     *** CONTROL TOTALS OUT OF BALANCE ***" TO PRINT-REC
ADD 1 TO WK-CTL-ISSUE-COUNT
END-IF
PERFORM 3100-WRITE-PRINT-LINE
END-IF.
*> 3.終了処理（判定行の印字、ファイルクローズ、結果報告、要対応があれば復帰コード4）
3000-TERMINATE.
MOVE SPACES TO PRINT-REC.
PERFORM 3100-WRITE-PRINT-LINE.
IF WK-CTL-ISSUE-COUNT = ZERO
MOVE "VERDICT: CLEAN -- NOTHING NEEDS ATTENTION" TO PRINT-REC
ELSE
MOVE WK-CTL-ISSUE-COUNT TO WK-CTL-ISSUE-EDIT
MOVE SPACES TO PRINT-REC
STRING "VERDICT: *** NOT CLEAN -- " DELIMITED BY SIZE
WK-CTL-ISSUE-EDIT DELIMITED BY SIZE
" ITEM(S) ABOVE NEED ATTENTION ***" DELIMITED BY SIZE
INTO PRINT-REC
END-IF.
PERFORM 3100-WRITE-PRINT-LINE.
CLOSE PRINT-FILE.
IF WK-CTL-ISSUE-COUNT = ZERO
DISPLAY "SUM_SAMPLE02_DGS: NIGHT ENDING " WK-DIGEST-DATE
" IS CLEAN"
MOVE ZERO TO RETURN-CODE
ELSE
DISPLAY "SUM_SAMPLE02_DGS: *** NIGHT ENDING " WK-DIGEST-DATE
" IS NOT CLEAN, SEE opsdigest.txt ***"
MOVE 4 TO RETURN-CODE
END-IF.
*> 3.帳票1行出力処理（PRINT-RECを書き出す）
3100-WRITE-PRINT-LINE.
WRITE PRINT-REC
IF WK-PRINT-FILE-STATUS NOT = "00"
PERFORM 0400-ABEND-PRINT-WRITE
END-IF.
*> 3.残件数行出力処理（一覧に印字しきれなかった件数を印字、WK-LIST-TOTALに総件数を設定して呼ぶ）
3200-WRITE-MORE-LINE.
IF WK-LIST-TOTAL > WK-LIST-PRINTED
COMPUTE WK-LIST-MORE = WK-LIST-TOTAL - WK-LIST-PRINTED
MOVE WK-LIST-MORE TO WK-LIST-MORE-EDIT
MOVE SPACES TO PRINT-REC
STRING "     ... AND " DELIMITED BY SIZE
WK-LIST-MORE-EDIT DELIMITED BY SIZE
" MORE" DELIMITED BY SIZE
INTO PRINT-REC
PERFORM 3100-WRITE-PRINT-LINE
END-IF.
END PROGRAM SUM_SAMPLE02_DGS.
