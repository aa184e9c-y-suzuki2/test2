ASSIGN TO "branchaudit.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-BRMAUD-FILE-STATUS.
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
FD BRMST-FILE.
03 BRMAUD-NEW-NAME PIC X(20).
03 BRMAUD-NEW-STATUS PIC X(01).
03 BRMAUD-NEW-REGION PIC X(03).
03 BRMAUD-OPERATOR PIC X(08).
FD OPERAUTH-FILE.
COPY OPERAUTH.
FD RUNLOCK-FILE.
COPY RUNLOCK.
WORKING-STORAGE SECTION.
01 WK-BRMST-FILE-STATUS PIC XX.
01 WK-SUMMAST-FILE-STATUS PIC XX.
01 WK-PERIOD-FILE-STATUS PIC XX.
01 WK-BRMAUD-FILE-STATUS PIC XX.
01 WK-OPERAUTH-FILE-STATUS PIC XX.
01 WK-RUNLOCK-FILE-STATUS PIC XX.
*> 保守指示用ワーク（コマンドラインの操作・支店コード・支店名）
01 WK-PARM-AREA.
03 WK-PARM-LINE PIC X(40).
03 WK-AUD-OLD-REGION PIC X(03).
03 WK-AUD-NEW-NAME PIC X(20).
03 WK-AUD-NEW-STATUS PIC X(01).
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
PERFORM 0100-PARSE-PARMS.
PERFORM 0120-CHECK-OPERATOR.
PERFORM 0130-ACQUIRE-RUN-LOCK.
PERFORM 0150-LOAD-BRANCH-MASTER.
PERFORM 0200-LOOKUP-BRANCH.
IF WK-CMD-ADD
END-IF
END-IF
END-IF.
PERFORM 0160-RUN-MASTER-BACKUP.
PERFORM 3000-TERMINATE.
PERFORM 0140-RELEASE-RUN-LOCK.
STOP RUN.
*> 0.パラメータ解析処理（操作・支店コード・支店名を取り出す、支店名は空白を含んでよい）
0100-PARSE-PARMS.
DISPLAY "SUM_SAMPLE02_BRM:    OR: SUM_SAMPLE02_BRM REGION branch code".
MOVE 16 TO RETURN-CODE.
STOP RUN.
*> 0.操作者権限チェック処理（環境変数OPERATOR_IDの操作者を権限ファイルと照合し、支店保守の権限が無ければ拒否）
0120-CHECK-OPERATOR.
MOVE SPACES TO WK-OPERATOR-ID.
DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME.
ACCEPT WK-OPERATOR-ID FROM ENVIRONMENT-VALUE.
IF WK-OPERATOR-ID = SPACES
DISPLAY "SUM_SAMPLE02_BRM: NO OPERATOR ID -- SET OPERATOR_ID AND RERUN"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF.
MOVE "N" TO WK-OPERATOR-FOUND.
MOVE SPACES TO WK-OPERATOR-FUNCTIONS.
OPEN INPUT OPERAUTH-FILE.
IF WK-OPERAUTH-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_BRM: CANNOT OPEN OPERATOR AUTHORIZATION operauth.dat"
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
DISPLAY "SUM_SAMPLE02_BRM: OPERATOR " WK-OPERATOR-ID
" IS NOT REGISTERED IN operauth.dat -- RUN REFUSED"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF.
IF NOT WK-OPERATOR-CAN-BRANCH
DISPLAY "SUM_SAMPLE02_BRM: OPERATOR " WK-OPERATOR-ID
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
DISPLAY "SUM_SAMPLE02_BRM: RUNNING UNDER THE RUN LOCK OF "
WK-RUNLOCK-CUR-PROGRAM
ELSE
DISPLAY "SUM_SAMPLE02_BRM: MASTER FILES ARE IN USE BY "
WK-RUNLOCK-CUR-PROGRAM " OPERATOR " WK-RUNLOCK-CUR-OPERATOR
" SINCE " WK-RUNLOCK-CUR-DATE " " WK-RUNLOCK-CUR-TIME
" -- RUN REFUSED"
DISPLAY "SUM_SAMPLE02_BRM: IF THAT JOB IS NO LONGER RUNNING, "
"CLEAR THE LOCK WITH SUM_SAMPLE02_LCK CLEAR"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF
ELSE
INITIALIZE RUNLOCK-REC
MOVE "SUM_SAMPLE02_BRM" TO RUNLOCK-PROGRAM
MOVE WK-OPERATOR-ID TO RUNLOCK-OPERATOR
ACCEPT RUNLOCK-DATE FROM DATE YYYYMMDD
ACCEPT WK-RUNLOCK-NOW-TIME FROM TIME
MOVE WK-RUNLOCK-NOW-TIME(1:6) TO RUNLOCK-TIME
OPEN OUTPUT RUNLOCK-FILE
IF WK-RUNLOCK-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_BRM: CANNOT CREATE RUN LOCK runlock.dat STATUS="
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
DISPLAY "SUM_SAMPLE02_BRM: CANNOT RELEASE RUN LOCK runlock.dat STATUS="
WK-RUNLOCK-FILE-STATUS
ELSE
CLOSE RUNLOCK-FILE
END-IF
MOVE "N" TO WK-RUNLOCK-HELD
END-IF.
*> 0.支店マスタ読込処理（BRMST-FILEを支店コード単位のワーク表へロード、レイアウト検証付き）
0150-LOAD-BRANCH-MASTER.
MOVE ZERO TO WK-BRMST-COUNT.
DISPLAY "SUM_SAMPLE02_BRM: CANNOT OPEN BRANCH MASTER branchmst.txt"
" STATUS=" WK-BRMST-FILE-STATUS
MOVE 16 TO RETURN-CODE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF.
PERFORM UNTIL WK-BRMST-FILE-STATUS NOT = "00"
BRMST-BRANCH
MOVE 16 TO RETURN-CODE
CLOSE BRMST-FILE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF
END-READ
END-PERFORM.
CLOSE BRMST-FILE.
*> 0.マスタ世代バックアップ処理（更新前のマスタ4ファイルをSUM_SAMPLE02_BKPで世代退避し、失敗すれば更新せずに中止）
0160-RUN-MASTER-BACKUP.
MOVE ZERO TO RETURN-CODE.
CALL "SYSTEM" USING WK-BKP-CMD-LINE.
IF RETURN-CODE NOT = ZERO
DISPLAY "SUM_SAMPLE02_BRM: MASTER BACKUP FAILED WITH RC=" RETURN-CODE
" -- BRANCH MASTER NOT CHANGED"
MOVE 16 TO RETURN-CODE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF.
*> 0.支店マスタレコード検証処理（BRMSTRECレイアウト通りの内容かを確認、不正なら異常終了）
0170-VALIDATE-BRMST-REC.
IF BRMST-BRANCH = SPACES
BRMST-REC
MOVE 16 TO RETURN-CODE
CLOSE BRMST-FILE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF.
*> 0.支店検索処理（WK-ARG-BRANCHをワーク表と照合、一致位置をWK-BRMST-HIT-IDXへ設定）
DISPLAY "SUM_SAMPLE02_BRM: CANNOT OPEN PERIOD CONTROL periodctl.dat"
" STATUS=" WK-PERIOD-FILE-STATUS
MOVE 16 TO RETURN-CODE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF.
READ PERIOD-FILE
DISPLAY "SUM_SAMPLE02_BRM: PERIOD CONTROL periodctl.dat IS EMPTY"
MOVE 16 TO RETURN-CODE
CLOSE PERIOD-FILE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
NOT AT END
MOVE PERIODCT-YEAR TO WK-OPEN-YEAR
DISPLAY "SUM_SAMPLE02_BRM: CANNOT OPEN SUMMARY MASTER summast.dat"
" STATUS=" WK-SUMMAST-FILE-STATUS
MOVE 16 TO RETURN-CODE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF
MOVE WK-ARG-BRANCH TO SUMMAST-BRANCH
DISPLAY "SUM_SAMPLE02_BRM: BRANCH " WK-ARG-BRANCH
" ALREADY EXISTS -- ADD REFUSED"
MOVE 16 TO RETURN-CODE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF.
IF WK-BRMST-COUNT >= 100
DISPLAY "SUM_SAMPLE02_BRM: BRANCH MASTER TABLE FULL, CANNOT ADD "
WK-ARG-BRANCH
MOVE 16 TO RETURN-CODE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF.
MOVE SPACES TO WK-AUD-OLD-NAME.
DISPLAY "SUM_SAMPLE02_BRM: BRANCH " WK-ARG-BRANCH
" IS ALREADY CLOSED"
MOVE 16 TO RETURN-CODE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF.
PERFORM 0300-LOAD-PERIOD-CONTROL.
" STILL HAS AN OPEN-PERIOD BALANCE FOR YEAR "
WK-OPEN-YEAR " -- CLOSE REFUSED"
MOVE 16 TO RETURN-CODE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF.
PERFORM 2950-SAVE-OLD-VALUES.
DISPLAY "SUM_SAMPLE02_BRM: BRANCH " WK-ARG-BRANCH
" IS NOT CLOSED -- REOPEN REFUSED"
MOVE 16 TO RETURN-CODE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF.
PERFORM 2950-SAVE-OLD-VALUES.
DISPLAY "SUM_SAMPLE02_BRM: BRANCH " WK-ARG-BRANCH
" NOT FOUND IN BRANCH MASTER"
MOVE 16 TO RETURN-CODE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF.
*> 3.終了処理（支店マスタ書き戻し、監査証跡出力、結果報告）
WRITE BRMST-REC
END-PERFORM.
CLOSE BRMST-FILE.
*> 3.監査証跡出力処理（変更日時・操作・変更前後の支店名と状態・操作者をBRMAUD-FILEへ追記）
3200-WRITE-AUDIT.
OPEN EXTEND BRMAUD-FILE.
IF WK-BRMAUD-FILE-STATUS NOT = "00"
MOVE WK-BRMST-T-NAME(WK-BRMST-HIT-IDX) TO BRMAUD-NEW-NAME
MOVE WK-BRMST-T-STATUS(WK-BRMST-HIT-IDX) TO BRMAUD-NEW-STATUS
MOVE WK-BRMST-T-REGION(WK-BRMST-HIT-IDX) TO BRMAUD-NEW-REGION
MOVE WK-OPERATOR-ID TO BRMAUD-OPERATOR
WRITE BRMAUD-REC
CLOSE BRMAUD-FILE
END-IF.
