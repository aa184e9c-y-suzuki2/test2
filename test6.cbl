WRITE GLREG-REC
CLOSE GLREG-FILE
END-IF.
*> 3.実行履歴出力処理（実行日時・件数・ハッシュ合計・操作者をRUNHIST-FILEへ追記）
2800-WRITE-RUN-HISTORY.
OPEN EXTEND RUNHIST-FILE.
IF WK-RUNHIST-FILE-STATUS NOT = "00"
MOVE WK-CTL-HASH-SUJI TO RUNHIST-CTL-OUT-SUJI-TOTAL
MOVE WK-CTL-HASH-SUJI-ALL TO RUNHIST-CTL-OUT-SUJI-ALL-TOTAL
MOVE RETURN-CODE TO RUNHIST-RETURN-CODE
DISPLAY "OPERATOR_ID" UPON ENVIRONMENT-NAME
ACCEPT RUNHIST-OPERATOR FROM ENVIRONMENT-VALUE
WRITE RUNHIST-REC
CLOSE RUNHIST-FILE
END-IF.
