FILE STATUS IS WK-MERGED-FILE-STATUS.
SELECT SORT-FILE
ASSIGN TO "sortwork.tmp".
SELECT FEEDREG-FILE
ASSIGN TO "feedreg.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-FEEDREG-FILE-STATUS.
SELECT PRINT-FILE
ASSIGN TO "feedrcpt.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-PRINT-FILE-STATUS.
SELECT RUNHIST-FILE
ASSIGN TO "runhist.dat"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-RUNHIST-FILE-STATUS.
SELECT BRMAP-FILE
ASSIGN TO "branchmap.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-BRMAP-FILE-STATUS.
SELECT HOLDREL-FILE
ASSIGN TO "holdrel.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WK-HOLDREL-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD FEED-FILE.
01 FEED-REC PIC X(30).
*> 見出しレコード（HDR＋支店・抽出日・送信連番）
01 FEED-HDR-REC.
03 FEED-HDR-ID PIC X(03).
03 FEED-HDR-BRANCH PIC X(03).
03 FEED-HDR-EXTRACT-DATE PIC X(08).
03 FEED-HDR-SEQ-NO PIC X(04).
*> 後尾レコード（TRL＋明細件数・SUJI符号付きハッシュ合計）
01 FEED-TRL-REC.
03 FEED-TRL-ID PIC X(03).
03 FEED-TRL-COUNT PIC X(08).
03 FEED-TRL-COUNT-N REDEFINES FEED-TRL-COUNT PIC 9(08).
03 FEED-TRL-HASH-SUJI PIC S9(11) SIGN LEADING SEPARATE.
*> 明細レコード（IN01と同一レイアウト）
01 FEED-DTL-REC.
03 FEED-DTL-BRANCH PIC X(03).
03 FEED-DTL-YEAR PIC X(04).
03 FEED-DTL-MONTH PIC X(02).
03 FEED-DTL-TYPE PIC X(01).
03 FEED-DTL-SUJI PIC S9(07) SIGN LEADING SEPARATE.
FD MERGED-FILE.
COPY IN01REC.
SD SORT-FILE.
03 SORT-MONTH PIC X(02).
03 SORT-TYPE PIC X(01).
03 SORT-SUJI PIC S9(07) SIGN LEADING SEPARATE.
03 SORT-HOLD-ID PIC X(18).
FD FEEDREG-FILE.
01 FEEDREG-REC.
03 FEEDREG-BRANCH PIC X(03).
03 FEEDREG-EXTRACT-DATE PIC X(08).
03 FEEDREG-SEQ-NO PIC X(04).
03 FEEDREG-RECV-DATE PIC X(08).
03 FEEDREG-RECV-TIME PIC X(06).
03 FEEDREG-RECORD-COUNT PIC 9(08).
03 FEEDREG-HASH-SUJI PIC S9(11) SIGN LEADING SEPARATE.
03 FEEDREG-STATUS PIC X(10).
03 FEEDREG-REASON PIC X(20).
03 FEEDREG-FILENAME PIC X(100).
FD PRINT-FILE.
01 PRINT-REC PIC X(132).
FD RUNHIST-FILE.
COPY RUNHIST.
FD BRMAP-FILE.
COPY BRMAPREC.
FD HOLDREL-FILE.
COPY HOLDREL.
WORKING-STORAGE SECTION.
01 WK-FEED-FILE-STATUS PIC XX.
01 WK-MERGED-FILE-STATUS PIC XX.
01 WK-FEEDREG-FILE-STATUS PIC XX.
01 WK-PRINT-FILE-STATUS PIC XX.
01 WK-RUNHIST-FILE-STATUS PIC XX.
01 WK-BRMAP-FILE-STATUS PIC XX.
01 WK-HOLDREL-FILE-STATUS PIC XX.
*> ファイル名パラメータ化用ワーク（環境変数で出力ファイル名を差し替え可能にする）
01 WK-FILE-PARM-AREA.
03 WK-IN01-FILENAME PIC X(100) VALUE "in01.txt".
03 WK-PARM-LINE PIC X(1100).
03 WK-FEED-COUNT PIC 9(02) VALUE ZERO.
03 WK-FEED-IDX PIC 9(02) VALUE ZERO.
03 WK-FEED-IDX2 PIC 9(02) VALUE ZERO.
03 WK-FEED-FILENAME PIC X(100).
03 WK-FEED-TABLE OCCURS 10 TIMES.
05 WK-FEED-T-NAME PIC X(100).
05 WK-FEED-T-READ-COUNT PIC 9(08).
05 WK-FEED-T-BRANCH PIC X(03).
05 WK-FEED-T-EXTRACT-DATE PIC X(08).
05 WK-FEED-T-SEQ-NO PIC X(04).
05 WK-FEED-T-DTL-COUNT PIC 9(08).
05 WK-FEED-T-HASH-SUJI PIC S9(11).
05 WK-FEED-T-TRL-COUNT PIC 9(08).
05 WK-FEED-T-TRL-HASH-SUJI PIC S9(11).
05 WK-FEED-T-STATUS PIC X(10).
88 WK-FEED-T-ACCEPTED VALUE "ACCEPTED".
88 WK-FEED-T-REJECTED VALUE "REJECTED".
88 WK-FEED-T-DUPLICATE VALUE "DUPLICATE".
05 WK-FEED-T-REASON PIC X(20).
*> 支店コード読替表（統合により廃止した支店コード→存続支店コード、適用開始年月）用ワーク
01 WK-BRMAP-AREA.
03 WK-BRMAP-COUNT PIC 9(04) VALUE ZERO.
03 WK-BRMAP-REC-PERIOD.
05 WK-BRMAP-REC-YEAR PIC X(04).
05 WK-BRMAP-REC-MONTH PIC X(02).
03 WK-BRMAP-TABLE OCCURS 100 TIMES INDEXED BY WK-BRMAP-IDX.
05 WK-BRMAP-T-OLD-BRANCH PIC X(03).
05 WK-BRMAP-T-NEW-BRANCH PIC X(03).
05 WK-BRMAP-T-EFF-PERIOD PIC X(06).
*> 見出し・後尾レコード検査用ワーク（1本分の読込状態）
01 WK-FEED-CHECK-AREA.
03 WK-FEED-REC-NO PIC 9(08) VALUE ZERO.
03 WK-HDR-FOUND PIC X VALUE "N".
88 WK-HDR-IS-FOUND VALUE "Y".
03 WK-TRL-FOUND PIC X VALUE "N".
88 WK-TRL-IS-FOUND VALUE "Y".
03 WK-DUP-FOUND PIC X VALUE "N".
88 WK-DUP-IS-FOUND VALUE "Y".
*> 入出力件数突合（コントロールトータル）用ワーク
01 WK-CTL-AREA.
03 WK-CTL-RELEASE-COUNT PIC 9(08) VALUE ZERO.
03 WK-CTL-MERGED-COUNT PIC 9(08) VALUE ZERO.
03 WK-CTL-IN-COUNT PIC 9(08) VALUE ZERO.
03 WK-CTL-REJECT-COUNT PIC 9(08) VALUE ZERO.
03 WK-CTL-RELEASE-SUJI PIC S9(11) VALUE ZERO.
03 WK-CTL-HOLDREL-COUNT PIC 9(08) VALUE ZERO.
03 WK-CTL-ACCEPTED-FEEDS PIC 9(02) VALUE ZERO.
03 WK-CTL-REJECTED-FEEDS PIC 9(02) VALUE ZERO.
03 WK-CTL-DUPLICATE-FEEDS PIC 9(02) VALUE ZERO.
*> 実行日時用ワーク
01 WK-RUN-DATE-8.
03 WK-RUN-YYYY PIC 9(04).
03 WK-RUN-MM PIC 99.
03 WK-RUN-DD PIC 99.
01 WK-RUN-DATE-DISPLAY PIC X(10).
01 WK-RUN-TIME PIC 9(08).
*> 受信報告書（feedrcpt.txt）見出し・明細
01 HDG-1.
03 FILLER PIC X(10) VALUE "RUN DATE: ".
03 HDG-1-DATE PIC X(10).
03 FILLER PIC X(10) VALUE SPACES.
03 FILLER PIC X(40) VALUE "SUM_SAMPLE02_SRT FEED RECEIPT REPORT".
01 HDG-2.
03 FILLER PIC X(30) VALUE "FEED FILE".
03 FILLER PIC X(05) VALUE "BR".
03 FILLER PIC X(10) VALUE "EXT DATE".
03 FILLER PIC X(06) VALUE "SEQ".
03 FILLER PIC X(10) VALUE "RECORDS".
03 FILLER PIC X(14) VALUE "HASH TOTAL".
03 FILLER PIC X(11) VALUE "STATUS".
03 FILLER PIC X(20) VALUE "REASON".
01 DTL-LINE.
03 DTL-FEED-NAME PIC X(30).
03 DTL-BRANCH PIC X(05).
03 DTL-EXTRACT-DATE PIC X(10).
03 DTL-SEQ-NO PIC X(06).
03 DTL-COUNT PIC ZZZZZZZ9.
03 FILLER PIC X(02) VALUE SPACES.
03 DTL-HASH-SUJI PIC -----------9.
03 FILLER PIC X(02) VALUE SPACES.
03 DTL-STATUS PIC X(11).
03 DTL-REASON PIC X(20).
01 TOT-LINE.
03 FILLER PIC X(16) VALUE "FEEDS ACCEPTED: ".
03 TOT-ACCEPTED PIC Z9.
03 FILLER PIC X(14) VALUE "   REJECTED: ".
03 TOT-REJECTED PIC Z9.
03 FILLER PIC X(15) VALUE "   DUPLICATE: ".
03 TOT-DUPLICATE PIC Z9.
*> ソート出力終端判定用スイッチ
01 WK-SORT-EOF PIC X VALUE "N".
88 WK-SORT-AT-END VALUE "Y".
PROCEDURE DIVISION.
0000-MAIN.
ACCEPT WK-RUN-DATE-8 FROM DATE YYYYMMDD.
ACCEPT WK-RUN-TIME FROM TIME.
PERFORM 0050-RESOLVE-FILE-PARMS.
PERFORM 0100-PARSE-FEED-PARMS.
PERFORM 0150-LOAD-BRANCH-MAP.
SORT SORT-FILE
ON ASCENDING KEY SORT-BRANCH SORT-YEAR SORT-MONTH
INPUT PROCEDURE IS 2000-RELEASE-ALL-FEEDS
OUTPUT PROCEDURE IS 2500-WRITE-MERGED.
MOVE ZERO TO RETURN-CODE.
PERFORM 3000-PRINT-FEED-COUNTS.
PERFORM 3100-WRITE-RECEIPT-REGISTER.
PERFORM 3200-PRINT-RECEIPT-REPORT.
IF WK-CTL-REJECTED-FEEDS > ZERO OR WK-CTL-DUPLICATE-FEEDS > ZERO
DISPLAY "SUM_SAMPLE02_SRT: *** ONE OR MORE FEEDS REFUSED, "
"SEE feedrcpt.txt ***"
MOVE 4 TO RETURN-CODE
END-IF.
PERFORM 2800-WRITE-RUN-HISTORY.
STOP RUN.
*> 0.出力ファイル名解決処理（環境変数が設定されていればデフォルトのファイル名を差し替える）
0050-RESOLVE-FILE-PARMS.
IF WK-FEED-COUNT = ZERO
PERFORM 0400-ABEND-NO-FEEDS
END-IF.
*> 0.支店コード読替表読込処理（BRMAP-FILEを読替表へロード、無ければ読替なしとして扱う）
0150-LOAD-BRANCH-MAP.
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
DISPLAY "SUM_SAMPLE02_SRT: BRANCH MAP TABLE FULL, CANNOT ADD "
BRMAP-OLD-BRANCH
MOVE 16 TO RETURN-CODE
CLOSE BRMAP-FILE
STOP RUN
END-IF
END-READ
END-PERFORM
CLOSE BRMAP-FILE
END-IF.
*> 0.抽出ファイル未指定時異常終了処理（使用方法を表示し異常終了）
0400-ABEND-NO-FEEDS.
DISPLAY "SUM_SAMPLE02_SRT: NO FEED FILES SPECIFIED".
DISPLAY "SUM_SAMPLE02_SRT: STATUS=" WK-FEED-FILE-STATUS.
MOVE 16 TO RETURN-CODE.
STOP RUN.
*> 0.受信登録簿書込異常時異常終了処理（ステータスコードを表示し異常終了）
0470-ABEND-FEEDREG-WRITE.
DISPLAY "SUM_SAMPLE02_SRT: CANNOT WRITE FEED REGISTER feedreg.dat"
" STATUS=" WK-FEEDREG-FILE-STATUS.
DISPLAY "SUM_SAMPLE02_SRT: in01.txt WAS WRITTEN BUT RECEIPTS ARE NOT "
"REGISTERED -- DO NOT POST UNTIL feedreg.dat IS CORRECTED".
MOVE 16 TO RETURN-CODE.
STOP RUN.
*> 0.PRINT-FILE書込異常時異常終了処理（ステータスコードを表示し異常終了）
0480-ABEND-PRINT-WRITE.
DISPLAY "SUM_SAMPLE02_SRT: WRITE TO PRINT-FILE FAILED STATUS="
WK-PRINT-FILE-STATUS.
MOVE 16 TO RETURN-CODE.
CLOSE PRINT-FILE.
STOP RUN.
*> 2.抽出ファイル全件投入処理（各抽出ファイルを検査し、受理したものだけソートへRELEASE、保留解除済明細も合わせる）
2000-RELEASE-ALL-FEEDS.
PERFORM VARYING WK-FEED-IDX FROM 1 BY 1
UNTIL WK-FEED-IDX > WK-FEED-COUNT
MOVE WK-FEED-T-NAME(WK-FEED-IDX) TO WK-FEED-FILENAME
MOVE ZERO TO WK-FEED-T-READ-COUNT(WK-FEED-IDX)
PERFORM 2100-CHECK-ONE-FEED
IF WK-FEED-T-REASON(WK-FEED-IDX) = SPACES
PERFORM 2200-CHECK-DUPLICATE-FEED
END-IF
EVALUATE TRUE
WHEN WK-FEED-T-REASON(WK-FEED-IDX) = SPACES
SET WK-FEED-T-ACCEPTED(WK-FEED-IDX) TO TRUE
ADD 1 TO WK-CTL-ACCEPTED-FEEDS
PERFORM 2300-RELEASE-ONE-FEED
WHEN WK-DUP-IS-FOUND
SET WK-FEED-T-DUPLICATE(WK-FEED-IDX) TO TRUE
ADD 1 TO WK-CTL-DUPLICATE-FEEDS
ADD WK-FEED-T-DTL-COUNT(WK-FEED-IDX) TO WK-CTL-REJECT-COUNT
WHEN OTHER
SET WK-FEED-T-REJECTED(WK-FEED-IDX) TO TRUE
ADD 1 TO WK-CTL-REJECTED-FEEDS
ADD WK-FEED-T-DTL-COUNT(WK-FEED-IDX) TO WK-CTL-REJECT-COUNT
END-EVALUATE
END-PERFORM.
PERFORM 2400-RELEASE-HELD-ITEMS.
*> 2.抽出ファイル検査処理（見出し・後尾レコードを確認し、件数とハッシュ合計を突合）
2100-CHECK-ONE-FEED.
MOVE SPACES TO WK-FEED-T-BRANCH(WK-FEED-IDX).
MOVE SPACES TO WK-FEED-T-EXTRACT-DATE(WK-FEED-IDX).
MOVE SPACES TO WK-FEED-T-SEQ-NO(WK-FEED-IDX).
MOVE ZERO TO WK-FEED-T-DTL-COUNT(WK-FEED-IDX).
MOVE ZERO TO WK-FEED-T-HASH-SUJI(WK-FEED-IDX).
MOVE ZERO TO WK-FEED-T-TRL-COUNT(WK-FEED-IDX).
MOVE ZERO TO WK-FEED-T-TRL-HASH-SUJI(WK-FEED-IDX).
MOVE SPACES TO WK-FEED-T-STATUS(WK-FEED-IDX).
MOVE SPACES TO WK-FEED-T-REASON(WK-FEED-IDX).
MOVE ZERO TO WK-FEED-REC-NO.
MOVE "N" TO WK-HDR-FOUND.
MOVE "N" TO WK-TRL-FOUND.
MOVE "N" TO WK-DUP-FOUND.
OPEN INPUT FEED-FILE.
IF WK-FEED-FILE-STATUS NOT = "00"
PERFORM 0450-ABEND-FEED-OPEN
END-IF.
PERFORM UNTIL WK-FEED-FILE-STATUS NOT = "00"
READ FEED-FILE
AT END
CONTINUE
NOT AT END
ADD 1 TO WK-FEED-REC-NO
PERFORM 2150-CHECK-FEED-RECORD
END-READ
END-PERFORM.
CLOSE FEED-FILE.
ADD WK-FEED-T-DTL-COUNT(WK-FEED-IDX) TO WK-CTL-IN-COUNT.
IF WK-FEED-T-REASON(WK-FEED-IDX) = SPACES
EVALUATE TRUE
WHEN NOT WK-HDR-IS-FOUND
MOVE "NO HEADER RECORD" TO WK-FEED-T-REASON(WK-FEED-IDX)
WHEN NOT WK-TRL-IS-FOUND
MOVE "NO TRAILER RECORD" TO WK-FEED-T-REASON(WK-FEED-IDX)
WHEN WK-FEED-T-DTL-COUNT(WK-FEED-IDX)
NOT = WK-FEED-T-TRL-COUNT(WK-FEED-IDX)
MOVE "TRL COUNT MISMATCH" TO WK-FEED-T-REASON(WK-FEED-IDX)
WHEN WK-FEED-T-HASH-SUJI(WK-FEED-IDX)
NOT = WK-FEED-T-TRL-HASH-SUJI(WK-FEED-IDX)
MOVE "TRL HASH MISMATCH" TO WK-FEED-T-REASON(WK-FEED-IDX)
WHEN OTHER
CONTINUE
END-EVALUATE
END-IF.
*> 2.抽出レコード検査処理（先頭は見出し、後尾以降は不可、明細は件数とハッシュを積み上げる）
2150-CHECK-FEED-RECORD.
EVALUATE TRUE
WHEN WK-FEED-REC-NO = 1
IF FEED-HDR-ID = "HDR"
AND FEED-HDR-BRANCH NOT = SPACES
AND FEED-HDR-EXTRACT-DATE IS NUMERIC
AND FEED-HDR-SEQ-NO IS NUMERIC
MOVE "Y" TO WK-HDR-FOUND
MOVE FEED-HDR-BRANCH TO WK-FEED-T-BRANCH(WK-FEED-IDX)
MOVE FEED-HDR-EXTRACT-DATE
TO WK-FEED-T-EXTRACT-DATE(WK-FEED-IDX)
MOVE FEED-HDR-SEQ-NO TO WK-FEED-T-SEQ-NO(WK-FEED-IDX)
ELSE
IF WK-FEED-T-REASON(WK-FEED-IDX) = SPACES
MOVE "NO HEADER RECORD" TO WK-FEED-T-REASON(WK-FEED-IDX)
END-IF
END-IF
WHEN WK-TRL-IS-FOUND
IF WK-FEED-T-REASON(WK-FEED-IDX) = SPACES
MOVE "DATA AFTER TRAILER" TO WK-FEED-T-REASON(WK-FEED-IDX)
END-IF
WHEN FEED-TRL-ID = "TRL"
MOVE "Y" TO WK-TRL-FOUND
IF FEED-TRL-COUNT IS NUMERIC
AND FEED-TRL-HASH-SUJI IS NUMERIC
MOVE FEED-TRL-COUNT-N TO WK-FEED-T-TRL-COUNT(WK-FEED-IDX)
MOVE FEED-TRL-HASH-SUJI
TO WK-FEED-T-TRL-HASH-SUJI(WK-FEED-IDX)
ELSE
IF WK-FEED-T-REASON(WK-FEED-IDX) = SPACES
MOVE "INVALID TRAILER" TO WK-FEED-T-REASON(WK-FEED-IDX)
END-IF
END-IF
WHEN FEED-HDR-ID = "HDR"
IF WK-FEED-T-REASON(WK-FEED-IDX) = SPACES
MOVE "MISPLACED HEADER" TO WK-FEED-T-REASON(WK-FEED-IDX)
END-IF
WHEN OTHER
ADD 1 TO WK-FEED-T-DTL-COUNT(WK-FEED-IDX)
IF FEED-DTL-SUJI IS NUMERIC
ADD FEED-DTL-SUJI TO WK-FEED-T-HASH-SUJI(WK-FEED-IDX)
END-IF
IF WK-HDR-IS-FOUND
AND FEED-DTL-BRANCH NOT = WK-FEED-T-BRANCH(WK-FEED-IDX)
AND WK-FEED-T-REASON(WK-FEED-IDX) = SPACES
MOVE "BRANCH NOT IN HEADER" TO WK-FEED-T-REASON(WK-FEED-IDX)
END-IF
END-EVALUATE.
*> 2.二重受信検査処理（受信登録簿および同一実行内の受理済抽出と支店・抽出日・連番を照合）
2200-CHECK-DUPLICATE-FEED.
MOVE "N" TO WK-DUP-FOUND.
OPEN INPUT FEEDREG-FILE.
IF WK-FEEDREG-FILE-STATUS = "00"
PERFORM UNTIL WK-FEEDREG-FILE-STATUS NOT = "00"
READ FEEDREG-FILE
AT END
CONTINUE
NOT AT END
IF FEEDREG-STATUS = "ACCEPTED"
AND FEEDREG-BRANCH = WK-FEED-T-BRANCH(WK-FEED-IDX)
AND FEEDREG-EXTRACT-DATE
= WK-FEED-T-EXTRACT-DATE(WK-FEED-IDX)
AND FEEDREG-SEQ-NO = WK-FEED-T-SEQ-NO(WK-FEED-IDX)
MOVE "Y" TO WK-DUP-FOUND
END-IF
END-READ
END-PERFORM
CLOSE FEEDREG-FILE
END-IF.
PERFORM VARYING WK-FEED-IDX2 FROM 1 BY 1
UNTIL WK-FEED-IDX2 >= WK-FEED-IDX
IF WK-FEED-T-ACCEPTED(WK-FEED-IDX2)
AND WK-FEED-T-BRANCH(WK-FEED-IDX2) = WK-FEED-T-BRANCH(WK-FEED-IDX)
AND WK-FEED-T-EXTRACT-DATE(WK-FEED-IDX2)
= WK-FEED-T-EXTRACT-DATE(WK-FEED-IDX)
AND WK-FEED-T-SEQ-NO(WK-FEED-IDX2) = WK-FEED-T-SEQ-NO(WK-FEED-IDX)
MOVE "Y" TO WK-DUP-FOUND
END-IF
END-PERFORM.
IF WK-DUP-IS-FOUND
MOVE "ALREADY RECEIVED" TO WK-FEED-T-REASON(WK-FEED-IDX)
END-IF.
*> 2.抽出ファイル単件投入処理（受理した1本分の明細レコードをソートへRELEASE）
2300-RELEASE-ONE-FEED.
OPEN INPUT FEED-FILE.
IF WK-FEED-FILE-STATUS NOT = "00"
PERFORM 0450-ABEND-FEED-OPEN
AT END
CONTINUE
NOT AT END
IF FEED-HDR-ID NOT = "HDR" AND FEED-TRL-ID NOT = "TRL"
MOVE FEED-REC(1:18) TO SORT-REC
PERFORM 2350-TRANSLATE-BRANCH
RELEASE SORT-REC
ADD 1 TO WK-FEED-T-READ-COUNT(WK-FEED-IDX)
ADD 1 TO WK-CTL-RELEASE-COUNT
IF FEED-DTL-SUJI IS NUMERIC
ADD FEED-DTL-SUJI TO WK-CTL-RELEASE-SUJI
END-IF
END-IF
END-READ
END-PERFORM.
CLOSE FEED-FILE.
*> 2.支店コード読替処理（統合済の支店コードで適用開始年月以降の明細は存続支店コードへ読み替える）
*>　※見出しとの支店一致検査は2100で読替前のコードに対して済ませてある
*>　※読替後のコードで並べ替えないと本体の順序チェックで異常終了となるためRELEASE前に読み替える
2350-TRANSLATE-BRANCH.
MOVE SORT-YEAR TO WK-BRMAP-REC-YEAR.
MOVE SORT-MONTH TO WK-BRMAP-REC-MONTH.
PERFORM VARYING WK-BRMAP-IDX FROM 1 BY 1
UNTIL WK-BRMAP-IDX > WK-BRMAP-COUNT
IF WK-BRMAP-T-OLD-BRANCH(WK-BRMAP-IDX) = SORT-BRANCH
AND WK-BRMAP-REC-PERIOD >= WK-BRMAP-T-EFF-PERIOD(WK-BRMAP-IDX)
MOVE WK-BRMAP-T-NEW-BRANCH(WK-BRMAP-IDX) TO SORT-BRANCH
END-IF
END-PERFORM.
*> 2.保留解除済明細投入処理（holdrel.txtの解除済明細を保留番号付きでソートへRELEASE、無ければ0件扱い）
*>　※holdrel.txtからの削除は計上したSUM_SAMPLE02が行うため、ここでは読むだけとする
2400-RELEASE-HELD-ITEMS.
OPEN INPUT HOLDREL-FILE.
IF WK-HOLDREL-FILE-STATUS = "00"
PERFORM UNTIL WK-HOLDREL-FILE-STATUS NOT = "00"
READ HOLDREL-FILE
AT END
CONTINUE
NOT AT END
MOVE HOLDREL-IN01 TO SORT-REC
MOVE HOLDREL-HOLD-ID TO SORT-HOLD-ID
PERFORM 2350-TRANSLATE-BRANCH
RELEASE SORT-REC
ADD 1 TO WK-CTL-HOLDREL-COUNT
ADD 1 TO WK-CTL-RELEASE-COUNT
IF SORT-SUJI IS NUMERIC
ADD SORT-SUJI TO WK-CTL-RELEASE-SUJI
END-IF
END-READ
END-PERFORM
CLOSE HOLDREL-FILE
END-IF.
*> 2.併合結果出力処理（ソート済レコードをMERGED-FILEへ書き出す）
2500-WRITE-MERGED.
OPEN OUTPUT MERGED-FILE.
END-RETURN
END-PERFORM.
CLOSE MERGED-FILE.
*> 2.実行履歴出力処理（実行日時・受理/拒否件数・操作者をRUNHIST-FILEへ追記）
2800-WRITE-RUN-HISTORY.
OPEN EXTEND RUNHIST-FILE.
IF WK-RUNHIST-FILE-STATUS NOT = "00"
OPEN OUTPUT RUNHIST-FILE
END-IF.
IF WK-RUNHIST-FILE-STATUS NOT = "00"
DISPLAY "SUM_SAMPLE02_SRT: CANNOT OPEN runhist.dat STATUS="
WK-RUNHIST-FILE-STATUS
ELSE
INITIALIZE RUNHIST-REC
MOVE WK-RUN-DATE-8 TO RUNHIST-DATE
MOVE WK-RUN-TIME(1:6) TO RUNHIST-TIME
MOVE "SUM_SAMPLE02_SRT" TO RUNHIST-PROGRAM
MOVE "NORMAL" TO RUNHIST-START-MODE
MOVE WK-FEED-T-NAME(1) TO RUNHIST-IN01-FILENAME
MOVE WK-IN01-FILENAME TO RUNHIST-OUT01-FILENAME
MOVE WK-CTL-IN-COUNT TO RUNHIST-CTL-IN-COUNT
MOVE WK-CTL-REJECT-COUNT TO RUNHIST-CTL-REJECT-COUNT
MOVE WK-CTL-RELEASE-SUJI TO RUNHIST-CTL-IN-SUJI-TOTAL
MOVE WK-CTL-MERGED-COUNT TO RUNHIST-CTL-OUT-COUNT
MOVE WK-CTL-RELEASE-SUJI TO RUNHIST-CTL-OUT-SUJI-TOTAL
MOVE RETURN-CODE TO RUNHIST-RETURN-CODE
DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME
ACCEPT RUNHIST-OPERATOR FROM ENVIRONMENT-VALUE
WRITE RUNHIST-REC
CLOSE RUNHIST-FILE
END-IF.
*> 3.抽出ファイル別件数報告処理（各抽出ファイルの投入件数と併合結果件数を突合しSYSOUTへ表示）
3000-PRINT-FEED-COUNTS.
DISPLAY "SUM_SAMPLE02_SRT: ---- FEED COUNT REPORT ----".
DISPLAY "SUM_SAMPLE02_SRT: FEED " WK-FEED-IDX " "
WK-FEED-T-NAME(WK-FEED-IDX)(1:40)
" RECORDS = " WK-FEED-T-READ-COUNT(WK-FEED-IDX)
" " WK-FEED-T-STATUS(WK-FEED-IDX)
" " WK-FEED-T-REASON(WK-FEED-IDX)
END-PERFORM.
DISPLAY "SUM_SAMPLE02_SRT: RELEASED HOLDS INCLUDED  = "
WK-CTL-HOLDREL-COUNT.
DISPLAY "SUM_SAMPLE02_SRT: RECORDS RELEASED TO SORT = "
WK-CTL-RELEASE-COUNT.
DISPLAY "SUM_SAMPLE02_SRT: RECORDS MERGED TO OUTPUT = "
ELSE
DISPLAY "SUM_SAMPLE02_SRT: *** FEED COUNTS OUT OF BALANCE ***"
END-IF.
*> 3.受信登録簿追記処理（各抽出ファイルの受信結果をfeedreg.datへ追記、二重受信判定に使用）
3100-WRITE-RECEIPT-REGISTER.
OPEN EXTEND FEEDREG-FILE.
IF WK-FEEDREG-FILE-STATUS NOT = "00"
OPEN OUTPUT FEEDREG-FILE
END-IF.
IF WK-FEEDREG-FILE-STATUS NOT = "00"
PERFORM 0470-ABEND-FEEDREG-WRITE
END-IF.
PERFORM VARYING WK-FEED-IDX FROM 1 BY 1
UNTIL WK-FEED-IDX > WK-FEED-COUNT
INITIALIZE FEEDREG-REC
MOVE WK-FEED-T-BRANCH(WK-FEED-IDX) TO FEEDREG-BRANCH
MOVE WK-FEED-T-EXTRACT-DATE(WK-FEED-IDX) TO FEEDREG-EXTRACT-DATE
MOVE WK-FEED-T-SEQ-NO(WK-FEED-IDX) TO FEEDREG-SEQ-NO
MOVE WK-RUN-DATE-8 TO FEEDREG-RECV-DATE
MOVE WK-RUN-TIME(1:6) TO FEEDREG-RECV-TIME
MOVE WK-FEED-T-DTL-COUNT(WK-FEED-IDX) TO FEEDREG-RECORD-COUNT
MOVE WK-FEED-T-HASH-SUJI(WK-FEED-IDX) TO FEEDREG-HASH-SUJI
MOVE WK-FEED-T-STATUS(WK-FEED-IDX) TO FEEDREG-STATUS
MOVE WK-FEED-T-REASON(WK-FEED-IDX) TO FEEDREG-REASON
MOVE WK-FEED-T-NAME(WK-FEED-IDX) TO FEEDREG-FILENAME
WRITE FEEDREG-REC
IF WK-FEEDREG-FILE-STATUS NOT = "00"
PERFORM 0470-ABEND-FEEDREG-WRITE
END-IF
END-PERFORM.
CLOSE FEEDREG-FILE.
*> 3.受信報告書出力処理（抽出ファイル別の受信結果と拒否理由をfeedrcpt.txtへ印刷）
3200-PRINT-RECEIPT-REPORT.
STRING WK-RUN-YYYY DELIMITED BY SIZE
"-" DELIMITED BY SIZE
WK-RUN-MM DELIMITED BY SIZE
"-" DELIMITED BY SIZE
WK-RUN-DD DELIMITED BY SIZE
INTO WK-RUN-DATE-DISPLAY.
OPEN OUTPUT PRINT-FILE.
IF WK-PRINT-FILE-STATUS NOT = "00"
PERFORM 0480-ABEND-PRINT-WRITE
END-IF.
MOVE WK-RUN-DATE-DISPLAY TO HDG-1-DATE.
WRITE PRINT-REC FROM HDG-1.
IF WK-PRINT-FILE-STATUS NOT = "00"
PERFORM 0480-ABEND-PRINT-WRITE
END-IF.
MOVE SPACES TO PRINT-REC.
WRITE PRINT-REC.
IF WK-PRINT-FILE-STATUS NOT = "00"
PERFORM 0480-ABEND-PRINT-WRITE
END-IF.
WRITE PRINT-REC FROM HDG-2.
IF WK-PRINT-FILE-STATUS NOT = "00"
PERFORM 0480-ABEND-PRINT-WRITE
END-IF.
PERFORM VARYING WK-FEED-IDX FROM 1 BY 1
UNTIL WK-FEED-IDX > WK-FEED-COUNT
MOVE SPACES TO DTL-LINE
MOVE WK-FEED-T-NAME(WK-FEED-IDX)(1:28) TO DTL-FEED-NAME
MOVE WK-FEED-T-BRANCH(WK-FEED-IDX) TO DTL-BRANCH
MOVE WK-FEED-T-EXTRACT-DATE(WK-FEED-IDX) TO DTL-EXTRACT-DATE
MOVE WK-FEED-T-SEQ-NO(WK-FEED-IDX) TO DTL-SEQ-NO
MOVE WK-FEED-T-DTL-COUNT(WK-FEED-IDX) TO DTL-COUNT
MOVE WK-FEED-T-HASH-SUJI(WK-FEED-IDX) TO DTL-HASH-SUJI
MOVE WK-FEED-T-STATUS(WK-FEED-IDX) TO DTL-STATUS
MOVE WK-FEED-T-REASON(WK-FEED-IDX) TO DTL-REASON
WRITE PRINT-REC FROM DTL-LINE
IF WK-PRINT-FILE-STATUS NOT = "00"
PERFORM 0480-ABEND-PRINT-WRITE
END-IF
END-PERFORM.
MOVE SPACES TO PRINT-REC.
WRITE PRINT-REC.
IF WK-PRINT-FILE-STATUS NOT = "00"
PERFORM 0480-ABEND-PRINT-WRITE
END-IF.
MOVE WK-CTL-ACCEPTED-FEEDS TO TOT-ACCEPTED.
MOVE WK-CTL-REJECTED-FEEDS TO TOT-REJECTED.
MOVE WK-CTL-DUPLICATE-FEEDS TO TOT-DUPLICATE.
WRITE PRINT-REC FROM TOT-LINE.
IF WK-PRINT-FILE-STATUS NOT = "00"
PERFORM 0480-ABEND-PRINT-WRITE
END-IF.
CLOSE PRINT-FILE.
END PROGRAM SUM_SAMPLE02_SRT.
