ASSIGN TO DYNAMIC WK-HSTARCH-FILENAME
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-HSTARCH-FILE-STATUS.
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
FD RUNHIST-FILE.
COPY RUNHIST.
FD HSTKEEP-FILE.
*> RUNHIST-RECと同一レイアウトのイメージ（318バイト）
01 HSTKEEP-REC PIC X(318).
FD HSTARCH-FILE.
*> RUNHIST-RECと同一レイアウトのイメージ（318バイト）
01 HSTARCH-REC PIC X(318).
FD OPERAUTH-FILE.
COPY OPERAUTH.
FD RUNLOCK-FILE.
COPY RUNLOCK.
WORKING-STORAGE SECTION.
01 WK-SUMMAST-FILE-STATUS PIC XX.
01 WK-SUMARCH-FILE-STATUS PIC XX.
01 WK-RUNHIST-FILE-STATUS PIC XX.
01 WK-HSTKEEP-FILE-STATUS PIC XX.
01 WK-HSTARCH-FILE-STATUS PIC XX.
01 WK-OPERAUTH-FILE-STATUS PIC XX.
01 WK-RUNLOCK-FILE-STATUS PIC XX.
*> 保存期限指示用ワーク（コマンドラインの基準年、基準年より前を退避する）
01 WK-PARM-AREA.
03 WK-START-PARM PIC X(20).
03 WK-CTL-HST-READ-COUNT PIC 9(08) VALUE ZERO.
03 WK-CTL-HST-ARCH-COUNT PIC 9(08) VALUE ZERO.
03 WK-CTL-HST-KEEP-COUNT PIC 9(08) VALUE ZERO.
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
PERFORM 0120-CHECK-OPERATOR.
PERFORM 0130-ACQUIRE-RUN-LOCK.
PERFORM 1000-PURGE-SUMMARY-MASTER.
PERFORM 2000-PURGE-RUN-HISTORY.
PERFORM 3000-TERMINATE.
PERFORM 0140-RELEASE-RUN-LOCK.
STOP RUN.
*> 0.パラメータ解析処理（基準年を取り出す、数値4桁のみ受け付ける）
0100-PARSE-PARMS.
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF.
*> 0.操作者権限チェック処理（環境変数OPERATOR_IDの操作者を権限ファイルと照合し、退避・削除の権限が無ければ拒否）
0120-CHECK-OPERATOR.
MOVE SPACES TO WK-OPERATOR-ID.
DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME.
ACCEPT WK-OPERATOR-ID FROM ENVIRONMENT-VALUE.
IF WK-OPERATOR-ID = SPACES
DISPLAY "SUM_SAMPLE02_RET: NO OPERATOR ID -- SET OPERATOR_ID AND RERUN"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF.
MOVE "N" TO WK-OPERATOR-FOUND.
MOVE SPACES TO WK-OPERATOR-FUNCTIONS.
OPEN INPUT OPERAUTH-FILE.
IF WK-OPERAUTH-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_RET: CANNOT OPEN OPERATOR AUTHORIZATION operauth.dat"
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
DISPLAY "SUM_SAMPLE02_RET: OPERATOR " WK-OPERATOR-ID
" IS NOT REGISTERED IN operauth.dat -- RUN REFUSED"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF.
IF NOT WK-OPERATOR-CAN-PURGE
DISPLAY "SUM_SAMPLE02_RET: OPERATOR " WK-OPERATOR-ID
" IS NOT AUTHORIZED FOR PURGE -- RUN REFUSED"
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
DISPLAY "SUM_SAMPLE02_RET: RUNNING UNDER THE RUN LOCK OF "
WK-RUNLOCK-CUR-PROGRAM
ELSE
DISPLAY "SUM_SAMPLE02_RET: MASTER FILES ARE IN USE BY "
WK-RUNLOCK-CUR-PROGRAM " OPERATOR " WK-RUNLOCK-CUR-OPERATOR
" SINCE " WK-RUNLOCK-CUR-DATE " " WK-RUNLOCK-CUR-TIME
" -- RUN REFUSED"
DISPLAY "SUM_SAMPLE02_RET: IF THAT JOB IS NO LONGER RUNNING, "
"CLEAR THE LOCK WITH SUM_SAMPLE02_LCK CLEAR"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF
ELSE
INITIALIZE RUNLOCK-REC
MOVE "SUM_SAMPLE02_RET" TO RUNLOCK-PROGRAM
MOVE WK-OPERATOR-ID TO RUNLOCK-OPERATOR
ACCEPT RUNLOCK-DATE FROM DATE YYYYMMDD
ACCEPT WK-RUNLOCK-NOW-TIME FROM TIME
MOVE WK-RUNLOCK-NOW-TIME(1:6) TO RUNLOCK-TIME
OPEN OUTPUT RUNLOCK-FILE
IF WK-RUNLOCK-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_RET: CANNOT CREATE RUN LOCK runlock.dat STATUS="
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
DISPLAY "SUM_SAMPLE02_RET: CANNOT RELEASE RUN LOCK runlock.dat STATUS="
WK-RUNLOCK-FILE-STATUS
ELSE
CLOSE RUNLOCK-FILE
END-IF
MOVE "N" TO WK-RUNLOCK-HELD
END-IF.
*> 1.要約マスタ退避処理（基準年より前のレコードを年別退避ファイルへ移して削除）
1000-PURGE-SUMMARY-MASTER.
OPEN I-O SUMMAST-FILE.
DISPLAY "SUM_SAMPLE02_RET: CANNOT OPEN SUMMARY MASTER summast.dat"
" STATUS=" WK-SUMMAST-FILE-STATUS
MOVE 16 TO RETURN-CODE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF
PERFORM UNTIL WK-SUMMAST-FILE-STATUS NOT = "00"
