ASSIGN TO "periodctl.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-PERIOD-FILE-STATUS.
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
DATA DIVISION.
FILE SECTION.
FD REJECT-FILE.
01 REJIN-REC.
03 REJIN-RAW PIC X(36).
03 REJIN-REASON PIC 9(02).
FD CARRY-FILE.
01 CARRY-REC.
03 CARRY-RAW PIC X(36).
03 CARRY-REASON PIC 9(02).
03 CARRY-AGE PIC 9(02).
FD CORR-FILE.
COPY BRMSTREC.
FD PERIOD-FILE.
COPY PERIODCT.
FD BRMAP-FILE.
COPY BRMAPREC.
FD OPERAUTH-FILE.
COPY OPERAUTH.
FD RUNLOCK-FILE.
COPY RUNLOCK.
WORKING-STORAGE SECTION.
01 WK-REJECT-FILE-STATUS PIC XX.
01 WK-CARRY-FILE-STATUS PIC XX.
01 WK-RESUB-FILE-STATUS PIC XX.
01 WK-BRMST-FILE-STATUS PIC XX.
01 WK-PERIOD-FILE-STATUS PIC XX.
01 WK-BRMAP-FILE-STATUS PIC XX.
01 WK-OPERAUTH-FILE-STATUS PIC XX.
01 WK-RUNLOCK-FILE-STATUS PIC XX.
*> 会計期間管理（オープン中の年/月のみ再投入可）用ワーク
01 WK-PERIOD-AREA.
03 WK-OPEN-PERIOD.
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
*> 訂正トランザクション（元レコード・訂正後レコード）用ワーク
01 WK-CORR-AREA.
03 WK-CORR-COUNT PIC 9(04) VALUE ZERO.
03 WK-CARRY-IN-COUNT PIC 9(04) VALUE ZERO.
03 WK-CARRY-IDX2 PIC 9(04) VALUE ZERO.
03 WK-CARRY-TABLE OCCURS 200 TIMES INDEXED BY WK-CARRY-IDX.
05 WK-CARRY-T-RAW PIC X(36).
05 WK-CARRY-T-REASON PIC 9(02).
05 WK-CARRY-T-AGE PIC 9(02).
*> 補修対象編集用ワーク（処理中のレコード・理由・経過サイクル数）
*>　※生データは明細18桁と保留番号18桁（解除済明細のみ）、訂正は明細18桁だけを照合・置換する
01 WK-WORK-AREA.
03 WK-WORK-RAW.
05 WK-WORK-IN01 PIC X(18).
05 WK-WORK-HOLD-ID PIC X(18).
03 WK-WORK-REASON PIC 9(02).
03 WK-WORK-AGE PIC 9(02).
*> 件数突合（コントロールトータル）用ワーク
03 WK-CTL-RESUB-COUNT PIC 9(08) VALUE ZERO.
03 WK-CTL-CARRY-OUT-COUNT PIC 9(08) VALUE ZERO.
03 WK-CTL-AGED-COUNT PIC 9(08) VALUE ZERO.
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
PERFORM 0120-CHECK-OPERATOR.
PERFORM 0130-ACQUIRE-RUN-LOCK.
PERFORM 0150-LOAD-BRANCH-MASTER.
PERFORM 0155-LOAD-BRANCH-MAP.
PERFORM 0160-LOAD-PERIOD-CONTROL.
PERFORM 1000-INITIALIZE.
PERFORM 2000-PROCESS-CURRENT-REJECTS
UNTIL WK-REJECT-FILE-STATUS NOT = "00".
PERFORM 2500-PROCESS-CARRIED-REJECTS.
PERFORM 3000-TERMINATE.
PERFORM 0140-RELEASE-RUN-LOCK.
STOP RUN.
*> 0.操作者権限チェック処理（環境変数OPERATOR_IDの操作者を権限ファイルと照合し、リジェクト補修の権限が無ければ拒否）
0120-CHECK-OPERATOR.
MOVE SPACES TO WK-OPERATOR-ID.
DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME.
ACCEPT WK-OPERATOR-ID FROM ENVIRONMENT-VALUE.
IF WK-OPERATOR-ID = SPACES
DISPLAY "SUM_SAMPLE02_FIX: NO OPERATOR ID -- SET OPERATOR_ID AND RERUN"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF.
MOVE "N" TO WK-OPERATOR-FOUND.
MOVE SPACES TO WK-OPERATOR-FUNCTIONS.
OPEN INPUT OPERAUTH-FILE.
IF WK-OPERAUTH-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_FIX: CANNOT OPEN OPERATOR AUTHORIZATION operauth.dat"
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
DISPLAY "SUM_SAMPLE02_FIX: OPERATOR " WK-OPERATOR-ID
" IS NOT REGISTERED IN operauth.dat -- RUN REFUSED"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF.
IF NOT WK-OPERATOR-CAN-REPAIR
DISPLAY "SUM_SAMPLE02_FIX: OPERATOR " WK-OPERATOR-ID
" IS NOT AUTHORIZED FOR REJECT REPAIR -- RUN REFUSED"
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
DISPLAY "SUM_SAMPLE02_FIX: RUNNING UNDER THE RUN LOCK OF "
WK-RUNLOCK-CUR-PROGRAM
ELSE
DISPLAY "SUM_SAMPLE02_FIX: MASTER FILES ARE IN USE BY "
WK-RUNLOCK-CUR-PROGRAM " OPERATOR " WK-RUNLOCK-CUR-OPERATOR
" SINCE " WK-RUNLOCK-CUR-DATE " " WK-RUNLOCK-CUR-TIME
" -- RUN REFUSED"
DISPLAY "SUM_SAMPLE02_FIX: IF THAT JOB IS NO LONGER RUNNING, "
"CLEAR THE LOCK WITH SUM_SAMPLE02_LCK CLEAR"
MOVE 16 TO RETURN-CODE
STOP RUN
END-IF
ELSE
INITIALIZE RUNLOCK-REC
MOVE "SUM_SAMPLE02_FIX" TO RUNLOCK-PROGRAM
MOVE WK-OPERATOR-ID TO RUNLOCK-OPERATOR
ACCEPT RUNLOCK-DATE FROM DATE YYYYMMDD
ACCEPT WK-RUNLOCK-NOW-TIME FROM TIME
MOVE WK-RUNLOCK-NOW-TIME(1:6) TO RUNLOCK-TIME
OPEN OUTPUT RUNLOCK-FILE
IF WK-RUNLOCK-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_FIX: CANNOT CREATE RUN LOCK runlock.dat STATUS="
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
DISPLAY "SUM_SAMPLE02_FIX: CANNOT RELEASE RUN LOCK runlock.dat STATUS="
WK-RUNLOCK-FILE-STATUS
ELSE
CLOSE RUNLOCK-FILE
END-IF
MOVE "N" TO WK-RUNLOCK-HELD
END-IF.
*> 0.支店マスタ読込処理（BRMST-FILEを支店コード単位のワーク表へロード）
0150-LOAD-BRANCH-MASTER.
MOVE ZERO TO WK-BRMST-COUNT.
DISPLAY "SUM_SAMPLE02_FIX: CANNOT OPEN BRANCH MASTER branchmst.txt"
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
*> 0.支店コード読替表読込処理（BRMAP-FILEを読替表へロード、無ければ読替なしとして扱う）
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
DISPLAY "SUM_SAMPLE02_FIX: BRANCH MAP TABLE FULL, CANNOT ADD "
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
0160-LOAD-PERIOD-CONTROL.
OPEN INPUT PERIOD-FILE.
DISPLAY "SUM_SAMPLE02_FIX: CANNOT OPEN PERIOD CONTROL periodctl.dat"
" STATUS=" WK-PERIOD-FILE-STATUS
MOVE 16 TO RETURN-CODE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF.
READ PERIOD-FILE
DISPLAY "SUM_SAMPLE02_FIX: PERIOD CONTROL periodctl.dat IS EMPTY"
MOVE 16 TO RETURN-CODE
CLOSE PERIOD-FILE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
NOT AT END
MOVE PERIODCT-YEAR TO WK-OPEN-YEAR
AND IN01-SUJI < ZERO
SET WK-REJECT-SUJI-INVALID TO TRUE
ELSE
PERFORM 0205-TRANSLATE-BRANCH
PERFORM 0210-CHECK-BRANCH
IF WK-REJECT-NONE
PERFORM 0230-CHECK-PERIOD
END-IF
END-IF
END-IF.
*> 0.支店コード読替処理（統合済の支店コードで適用開始年月以降の明細は存続支店コードへ読み替える）
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
CORR-ORIG
MOVE 16 TO RETURN-CODE
CLOSE CORR-FILE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF
END-READ
CARRY-RAW
MOVE 16 TO RETURN-CODE
CLOSE CARRY-FILE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF
END-READ
END-PERFORM
CLOSE CARRY-FILE
END-IF.
*> 0.訂正トランザクション検索処理（WK-WORK-IN01に一致する訂正を求める）
0400-LOOKUP-CORRECTION.
MOVE ZERO TO WK-CORR-HIT-IDX.
PERFORM VARYING WK-CORR-IDX FROM 1 BY 1
UNTIL WK-CORR-IDX > WK-CORR-COUNT
IF WK-CORR-T-ORIG(WK-CORR-IDX) = WK-WORK-IN01
AND NOT WK-CORR-T-IS-USED(WK-CORR-IDX)
AND WK-CORR-NOT-FOUND
MOVE WK-CORR-IDX TO WK-CORR-HIT-IDX
DISPLAY "SUM_SAMPLE02_FIX: CANNOT OPEN in01reject.txt STATUS="
WK-REJECT-FILE-STATUS
MOVE 16 TO RETURN-CODE
PERFORM 0140-RELEASE-RUN-LOCK
STOP RUN
END-IF.
OPEN OUTPUT RESUB-FILE.
PERFORM 2200-REPAIR-ONE-REJECT
END-READ.
*> 2.単件補修処理（訂正適用→再編集、合格なら再投入、不合格なら繰越）
*>　※保留番号は訂正後もそのまま再投入レコードへ引き継ぐ
2200-REPAIR-ONE-REJECT.
PERFORM 0400-LOOKUP-CORRECTION.
IF WK-CORR-NOT-FOUND
PERFORM 2400-WRITE-CARRY
ELSE
MOVE WK-CORR-T-NEW(WK-CORR-HIT-IDX) TO WK-WORK-IN01
MOVE "Y" TO WK-CORR-T-USED(WK-CORR-HIT-IDX)
ADD 1 TO WK-CTL-CORR-APPLIED-COUNT
MOVE WK-WORK-RAW TO IN01
