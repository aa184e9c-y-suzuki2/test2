ASSIGN TO "restart.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-RESTART-FILE-STATUS.
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
FD NGTCKPT-FILE.
FD RESTART-FILE.
*> レコードの有無のみ判定するためのイメージ（先頭10バイト）
01 RESTART-IMG PIC X(10).
FD OPERAUTH-FILE.
COPY OPERAUTH.
FD RUNLOCK-FILE.
COPY RUNLOCK.
WORKING-STORAGE SECTION.
01 WK-NGTCKPT-FILE-STATUS PIC XX.
01 WK-RESTART-FILE-STATUS PIC XX.
01 WK-OPERAUTH-FILE-STATUS PIC XX.
01 WK-RUNLOCK-FILE-STATUS PIC XX.
*> 夜間運行指示用ワーク（コマンドラインの抽出ファイル名はSRTへ引き渡す）
01 WK-PARM-AREA.
03 WK-PARM-LINE PIC X(1100).
01 WK-RESTART-AREA.
03 WK-RESTART-EXISTS PIC X VALUE "N".
88 WK-RESTART-DOES-EXIST VALUE "Y".
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
MOVE SPACES TO WK-PARM-LINE.
ACCEPT WK-PARM-LINE FROM COMMAND-LINE.
PERFORM 0100-CHECK-OPERATOR.
PERFORM 0110-ACQUIRE-RUN-LOCK.
PERFORM 1000-LOAD-STEP-CHECKPOINT.
IF WK-START-STEP > 1
DISPLAY "SUM_SAMPLE02_NGT: RESUMING NIGHTLY RUN AT STEP "
IF WK-START-STEP <= 4
PERFORM 2400-RUN-GLX-STEP
END-IF.
IF WK-START-STEP <= 5
PERFORM 2500-RUN-AUDIT-STEP
END-IF.
PERFORM 3000-TERMINATE.
PERFORM 0120-RELEASE-RUN-LOCK.
STOP RUN.
*> 0.操作者権限チェック処理（環境変数OPERATOR_IDの操作者を権限ファイルと照合し、計上の権限が無ければ拒否）
0100-CHECK-OPERATOR.
MOVE SPACES TO WK-OPERATOR-ID.
DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME.
ACCEPT WK-OPERATOR-ID FROM ENVIRONMENT-VALUE.
IF WK-OPERATOR-ID = SPACES
DISPLAY "SUM_SAMPLE02_NGT: NO OPERATOR ID -- SET OPERATOR_ID AND RERUN"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF.
MOVE "N" TO WK-OPERATOR-FOUND.
MOVE SPACES TO WK-OPERATOR-FUNCTIONS.
OPEN INPUT OPERAUTH-FILE.
IF WK-OPERAUTH-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_NGT: CANNOT OPEN OPERATOR AUTHORIZATION operauth.dat"
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
DISPLAY "SUM_SAMPLE02_NGT: OPERATOR " WK-OPERATOR-ID
" IS NOT REGISTERED IN operauth.dat -- RUN REFUSED"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF.
IF NOT WK-OPERATOR-CAN-POST
DISPLAY "SUM_SAMPLE02_NGT: OPERATOR " WK-OPERATOR-ID
" IS NOT AUTHORIZED FOR POSTING -- RUN REFUSED"
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
DISPLAY "SUM_SAMPLE02_NGT: RUNNING UNDER THE RUN LOCK OF "
WK-RUNLOCK-CUR-PROGRAM
ELSE
DISPLAY "SUM_SAMPLE02_NGT: MASTER FILES ARE IN USE BY "
WK-RUNLOCK-CUR-PROGRAM " OPERATOR " WK-RUNLOCK-CUR-OPERATOR
" SINCE " WK-RUNLOCK-CUR-DATE " " WK-RUNLOCK-CUR-TIME
" -- RUN REFUSED"
DISPLAY "SUM_SAMPLE02_NGT: IF THAT JOB IS NO LONGER RUNNING, "
"CLEAR THE LOCK WITH SUM_SAMPLE02_LCK CLEAR"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF
ELSE
INITIALIZE RUNLOCK-REC
MOVE "SUM_SAMPLE02_NGT" TO RUNLOCK-PROGRAM
MOVE WK-OPERATOR-ID TO RUNLOCK-OPERATOR
ACCEPT RUNLOCK-DATE FROM DATE YYYYMMDD
ACCEPT WK-RUNLOCK-NOW-TIME FROM TIME
MOVE WK-RUNLOCK-NOW-TIME(1:6) TO RUNLOCK-TIME
OPEN OUTPUT RUNLOCK-FILE
IF WK-RUNLOCK-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_NGT: CANNOT CREATE RUN LOCK runlock.dat STATUS="
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
DISPLAY "SUM_SAMPLE02_NGT: CANNOT RELEASE RUN LOCK runlock.dat STATUS="
WK-RUNLOCK-FILE-STATUS
ELSE
CLOSE RUNLOCK-FILE
END-IF
MOVE "N" TO WK-RUNLOCK-HELD
END-IF.
*> 0.マスタ世代バックアップ処理（更新前のマスタ4ファイルをSUM_SAMPLE02_BKPで世代退避し、失敗すれば計上せずに運行を打ち切る）
*>　※レコードレベルチェックポイントからの再開時は計上途中のマスタのため取得しない
0130-RUN-MASTER-BACKUP.
MOVE "SUM_SAMPLE02_BKP" TO WK-CMD-LINE.
MOVE ZERO TO RETURN-CODE.
CALL "SYSTEM" USING WK-CMD-LINE.
IF RETURN-CODE NOT = ZERO
DISPLAY "SUM_SAMPLE02_NGT: MASTER BACKUP FAILED WITH RC=" RETURN-CODE
" -- NOTHING POSTED"
DISPLAY "SUM_SAMPLE02_NGT: NIGHTLY RUN STOPPED -- RERUN "
"SUM_SAMPLE02_NGT TO RESUME AT STEP 2"
MOVE 16 TO RETURN-CODE
PERFORM 0120-RELEASE-RUN-LOCK
STOP RUN
END-IF.
*> 1.ステップチェックポイント読込処理（前回完了ステップの次から再開する）
1000-LOAD-STEP-CHECKPOINT.
OPEN INPUT NGTCKPT-FILE.
AT END
CONTINUE
NOT AT END
IF NGTCKPT-LAST-STEP >= 1 AND NGTCKPT-LAST-STEP < 5
COMPUTE WK-START-STEP = NGTCKPT-LAST-STEP + 1
END-IF
END-READ
OPEN OUTPUT NGTCKPT-FILE.
CLOSE NGTCKPT-FILE.
*> 2.ステップ起動処理（コマンドを起動し、非ゼロ復帰なら運行を打ち切る）
*>　※抽出併合ステップのRC=4は一部抽出ファイルの受信拒否（feedrcpt.txt参照）のため、受理分で続行する
*>　※本体集計ステップの失敗時、またはrestart.datが残る場合はマスタが計上途中のため実行ロックを解放しない
2000-EXECUTE-STEP.
DISPLAY "SUM_SAMPLE02_NGT: STEP " WK-CURR-STEP " STARTING "
WK-STEP-NAME.
MOVE ZERO TO RETURN-CODE.
CALL "SYSTEM" USING WK-CMD-LINE.
IF RETURN-CODE = 4 AND WK-CURR-STEP = 1
DISPLAY "SUM_SAMPLE02_NGT: STEP " WK-CURR-STEP " "
WK-STEP-NAME " REFUSED ONE OR MORE FEEDS, SEE feedrcpt.txt"
MOVE ZERO TO RETURN-CODE
END-IF.
IF RETURN-CODE NOT = ZERO
DISPLAY "SUM_SAMPLE02_NGT: STEP " WK-CURR-STEP " "
WK-STEP-NAME " FAILED WITH RC=" RETURN-CODE
PERFORM 2250-CHECK-RESTART-CHECKPOINT
IF WK-CURR-STEP = 2 OR WK-RESTART-DOES-EXIST
DISPLAY "SUM_SAMPLE02_NGT: NIGHTLY RUN STOPPED -- MASTERS MAY BE "
"PARTLY POSTED, RUN LOCK IS STILL HELD"
DISPLAY "SUM_SAMPLE02_NGT: CORRECT THE CAUSE, CLEAR THE LOCK WITH "
"SUM_SAMPLE02_LCK CLEAR AND RERUN SUM_SAMPLE02_NGT TO RESTART "
"AT THE FAILED STEP -- NO OTHER UPDATE MAY RUN BEFORE THAT"
ELSE
DISPLAY "SUM_SAMPLE02_NGT: NIGHTLY RUN STOPPED -- RERUN "
"SUM_SAMPLE02_NGT TO RESUME AT THE FAILED STEP"
PERFORM 0120-RELEASE-RUN-LOCK
END-IF
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF.
MOVE 2 TO WK-CURR-STEP.
MOVE "SUM_SAMPLE02" TO WK-STEP-NAME.
PERFORM 2250-CHECK-RESTART-CHECKPOINT.
IF NOT WK-RESTART-DOES-EXIST
PERFORM 0130-RUN-MASTER-BACKUP
END-IF.
MOVE SPACES TO WK-CMD-LINE.
IF WK-RESTART-DOES-EXIST
DISPLAY "SUM_SAMPLE02_NGT: RECORD-LEVEL CHECKPOINT FOUND, "
MOVE "SUM_SAMPLE02_GLX" TO WK-STEP-NAME.
MOVE "SUM_SAMPLE02_GLX" TO WK-CMD-LINE.
PERFORM 2000-EXECUTE-STEP.
*> 2.ステップ5起動処理（要約マスタ・明細アーカイブ・繰越残高・GL登録簿の整合性監査、不一致なら運行停止）
2500-RUN-AUDIT-STEP.
MOVE 5 TO WK-CURR-STEP.
MOVE "SUM_SAMPLE02_AUD" TO WK-STEP-NAME.
MOVE "SUM_SAMPLE02_AUD" TO WK-CMD-LINE.
PERFORM 2000-EXECUTE-STEP.
*> 3.終了処理（チェックポイント削除、完了報告）
3000-TERMINATE.
PERFORM 1200-CLEAR-STEP-CHECKPOINT.
DISPLAY "SUM_SAMPLE02_NGT: NIGHTLY RUN COMPLETED, ALL 5 STEPS OK".
END PROGRAM SUM_SAMPLE02_NGT.
