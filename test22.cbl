IDENTIFICATION DIVISION.
PROGRAM-ID. SUM_SAMPLE02_LCK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT RUNLOCK-FILE
ASSIGN TO "runlock.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-RUNLOCK-FILE-STATUS.
SELECT RUNHIST-FILE
ASSIGN TO "runhist.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-RUNHIST-FILE-STATUS.
SELECT OPERAUTH-FILE
ASSIGN TO "operauth.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-OPERAUTH-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD RUNLOCK-FILE.
COPY RUNLOCK.
FD RUNHIST-FILE.
COPY RUNHIST.
FD OPERAUTH-FILE.
COPY OPERAUTH.
WORKING-STORAGE SECTION.
01 WK-RUNLOCK-FILE-STATUS PIC XX.
01 WK-RUNHIST-FILE-STATUS PIC XX.
01 WK-OPERAUTH-FILE-STATUS PIC XX.
*> 操作指示用ワーク（コマンドラインのSHOW/CLEAR、省略時はSHOW）
01 WK-PARM-AREA.
03 WK-PARM-LINE PIC X(40).
03 WK-CMD PIC X(08).
88 WK-CMD-SHOW VALUE "SHOW".
88 WK-CMD-CLEAR VALUE "CLEAR".
*> 実行ロック内容用ワーク（runlock.datの保持プログラム・操作者・開始日時）
01 WK-RUNLOCK-AREA.
03 WK-RUNLOCK-CURRENT.
05 WK-RUNLOCK-CUR-PROGRAM PIC X(16).
05 WK-RUNLOCK-CUR-OPERATOR PIC X(08).
05 WK-RUNLOCK-CUR-DATE PIC X(08).
05 WK-RUNLOCK-CUR-TIME PIC X(06).
03 WK-RUNLOCK-FOUND PIC X VALUE "N".
88 WK-RUNLOCK-IS-FOUND VALUE "Y".
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
PROCEDURE DIVISION.
0000-MAIN.
PERFORM 0100-PARSE-PARMS.
PERFORM 1000-READ-RUN-LOCK.
IF WK-CMD-SHOW
PERFORM 2000-SHOW-RUN-LOCK
ELSE
PERFORM 0200-CHECK-OPERATOR
PERFORM 3000-CLEAR-RUN-LOCK
END-IF.
STOP RUN.
*> 0.パラメータ解析処理（SHOWまたはCLEARのみ受け付ける）
0100-PARSE-PARMS.
MOVE SPACES TO WK-PARM-LINE WK-CMD.
ACCEPT WK-PARM-LINE FROM COMMAND-LINE.
UNSTRING WK-PARM-LINE DELIMITED BY ALL SPACE
INTO WK-CMD.
IF WK-CMD = SPACES
MOVE "SHOW" TO WK-CMD
END-IF.
IF NOT WK-CMD-SHOW AND NOT WK-CMD-CLEAR
DISPLAY "SUM_SAMPLE02_LCK: USAGE: SUM_SAMPLE02_LCK SHOW"
DISPLAY "SUM_SAMPLE02_LCK:    OR: SUM_SAMPLE02_LCK CLEAR"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF.
*> 0.操作者確認処理（環境変数OPERATOR_IDの操作者が権限ファイルに登録されていなければ拒否）
0200-CHECK-OPERATOR.
MOVE SPACES TO WK-OPERATOR-ID.
DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME.
ACCEPT WK-OPERATOR-ID FROM ENVIRONMENT-VALUE.
IF WK-OPERATOR-ID = SPACES
DISPLAY "SUM_SAMPLE02_LCK: NO OPERATOR ID -- SET OPERATOR_ID AND RERUN"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF.
MOVE "N" TO WK-OPERATOR-FOUND.
MOVE SPACES TO WK-OPERATOR-FUNCTIONS.
OPEN INPUT OPERAUTH-FILE.
IF WK-OPERAUTH-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_LCK: CANNOT OPEN OPERATOR AUTHORIZATION operauth.dat"
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
DISPLAY "SUM_SAMPLE02_LCK: OPERATOR " WK-OPERATOR-ID
" IS NOT REGISTERED IN operauth.dat -- RUN REFUSED"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF.
*> 1.実行ロック読込処理（runlock.datのレコードを取得、ファイルが無いか空なら未保持）
1000-READ-RUN-LOCK.
MOVE "N" TO WK-RUNLOCK-FOUND.
MOVE SPACES TO WK-RUNLOCK-CURRENT.
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
*> 2.実行ロック表示処理（保持中ならその内容を表示し復帰コード4、未保持なら0）
2000-SHOW-RUN-LOCK.
IF WK-RUNLOCK-IS-FOUND
DISPLAY "SUM_SAMPLE02_LCK: RUN LOCK IS HELD BY "
WK-RUNLOCK-CUR-PROGRAM
DISPLAY "SUM_SAMPLE02_LCK:   OPERATOR   = " WK-RUNLOCK-CUR-OPERATOR
DISPLAY "SUM_SAMPLE02_LCK:   STARTED AT = " WK-RUNLOCK-CUR-DATE
" " WK-RUNLOCK-CUR-TIME
MOVE 4 TO RETURN-CODE
ELSE
DISPLAY "SUM_SAMPLE02_LCK: RUN LOCK IS NOT HELD"
MOVE ZERO TO RETURN-CODE
END-IF.
*> 3.実行ロック解除処理（異常終了したジョブが残したロックを空にし、解除した内容を実行履歴へ残す）
*>　※保持ジョブがまだ実行中でないことは運用側で確認してから行う
3000-CLEAR-RUN-LOCK.
IF NOT WK-RUNLOCK-IS-FOUND
DISPLAY "SUM_SAMPLE02_LCK: RUN LOCK IS NOT HELD -- NOTHING TO CLEAR"
MOVE ZERO TO RETURN-CODE
ELSE
OPEN OUTPUT RUNLOCK-FILE
IF WK-RUNLOCK-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_LCK: CANNOT CLEAR runlock.dat STATUS="
WK-RUNLOCK-FILE-STATUS
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF
CLOSE RUNLOCK-FILE
DISPLAY "SUM_SAMPLE02_LCK: RUN LOCK OF " WK-RUNLOCK-CUR-PROGRAM
" (OPERATOR " WK-RUNLOCK-CUR-OPERATOR " SINCE "
WK-RUNLOCK-CUR-DATE " " WK-RUNLOCK-CUR-TIME
") CLEARED BY " WK-OPERATOR-ID
MOVE ZERO TO RETURN-CODE
PERFORM 3100-WRITE-RUN-HISTORY
END-IF.
*> 3.実行履歴出力処理（解除日時・解除したロックの内容・操作者をRUNHIST-FILEへ追記）
3100-WRITE-RUN-HISTORY.
OPEN EXTEND RUNHIST-FILE.
IF WK-RUNHIST-FILE-STATUS NOT = "00"
OPEN OUTPUT RUNHIST-FILE
END-IF.
IF WK-RUNHIST-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_LCK: CANNOT OPEN runhist.dat STATUS="
WK-RUNHIST-FILE-STATUS
ELSE
INITIALIZE RUNHIST-REC
ACCEPT WK-RUNHIST-DATE FROM DATE YYYYMMDD
ACCEPT WK-RUNHIST-TIME FROM TIME
MOVE WK-RUNHIST-DATE TO RUNHIST-DATE
MOVE WK-RUNHIST-TIME(1:6) TO RUNHIST-TIME
MOVE "SUM_SAMPLE02_LCK" TO RUNHIST-PROGRAM
MOVE "CLEAR" TO RUNHIST-START-MODE
MOVE "runlock.dat" TO RUNHIST-IN01-FILENAME
STRING WK-RUNLOCK-CUR-PROGRAM DELIMITED BY SPACE
" " DELIMITED BY SIZE
WK-RUNLOCK-CUR-OPERATOR DELIMITED BY SPACE
" " WK-RUNLOCK-CUR-DATE " " WK-RUNLOCK-CUR-TIME
DELIMITED BY SIZE
INTO RUNHIST-OUT01-FILENAME
END-STRING
MOVE RETURN-CODE TO RUNHIST-RETURN-CODE
MOVE WK-OPERATOR-ID TO RUNHIST-OPERATOR
WRITE RUNHIST-REC
CLOSE RUNHIST-FILE
END-IF.
END PROGRAM SUM_SAMPLE02_LCK.
