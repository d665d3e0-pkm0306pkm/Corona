      ******************************************************************
      * 締め済み期間 読み込み処理
      * 期間管理ファイルの締め済み(C)の年月をテーブルへ読み込む。
      * ファイルが無い(35)場合は締め済みの期間なしとする。
      * その他のエラーは締め済みの月を保護できないため
      * WK-PCL-ERR-FLG = "Y" として呼び出し側で異常終了させる
      ******************************************************************
       PERIOD-LOAD-RTN.
           MOVE    0     TO   WK-PCL-COUNT
           MOVE    "N"   TO   WK-PCL-FULL-FLG WK-PCL-ERR-FLG
           OPEN    INPUT    FDZZPCL
           EVALUATE WK-PCL-FS
               WHEN "00"
                   MOVE    "N"   TO   WK-PCL-EOF-FLG
                   PERFORM   PERIOD-LOAD-READ-RTN
                             UNTIL WK-PCL-EOF-FLG = "Y"
                   CLOSE   FDZZPCL
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE    "Y"   TO   WK-PCL-ERR-FLG
                   DISPLAY "*** ABEND: PERIOD CONTROL FILE OPEN ERROR: "
                           WK-PCL-FS " ***"
           END-EVALUATE

           IF WK-PCL-COUNT > 0
               DISPLAY "CLOSED PERIODS    : " WK-PCL-COUNT
                       " (HISTORY FROZEN - CHANGES GO TO "
                       "ADJUSTMENTS LEDGER)"
           END-IF
           .
      ******************************************************************
      * 締め済み期間 読み込みの1件読み込み処理
      ******************************************************************
       PERIOD-LOAD-READ-RTN.
           READ    FDZZPCL  NEXT RECORD
               AT END
                   MOVE   "Y"   TO   WK-PCL-EOF-FLG
               NOT AT END
                   IF WK-PCL-STATUS = "C"
                       IF WK-PCL-COUNT < 600
                           ADD    1   TO   WK-PCL-COUNT
                           MOVE   WK-PCL-MONTH   TO
                                  WK-PCL-T-MONTH(WK-PCL-COUNT)
                       ELSE
                           IF WK-PCL-FULL-FLG = "N"
                               MOVE   "Y"   TO   WK-PCL-FULL-FLG
                               DISPLAY "CLOSED PERIOD TABLE FULL - "
                                       "NOT PROTECTED FROM: "
                                       WK-PCL-MONTH
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .
      ******************************************************************
      * 締め済み期間判定処理(当該月)
      * WK-PCL-CHK-DATE の年月が締め済みなら WK-PCL-CLOSED-FLG = "Y"
      ******************************************************************
       PERIOD-CHECK-RTN.
           MOVE    "N"      TO   WK-PCL-CLOSED-FLG
           MOVE    SPACES   TO   WK-PCL-HIT-MONTH

           PERFORM  VARYING  WK-PCL-I  FROM  1  BY  1
                    UNTIL  WK-PCL-I  >  WK-PCL-COUNT
                        OR  WK-PCL-CLOSED-FLG = "Y"
               IF WK-PCL-T-MONTH(WK-PCL-I) = WK-PCL-CHK-DATE(1:7)
                   MOVE   "Y"   TO   WK-PCL-CLOSED-FLG
                   MOVE   WK-PCL-T-MONTH(WK-PCL-I)   TO
                          WK-PCL-HIT-MONTH
               END-IF
           END-PERFORM
           .
      ******************************************************************
      * 締め済み期間判定処理(当該月以降)
      * WK-PCL-CHK-DATE の年月以降に締め済みの月があれば
      * WK-PCL-CLOSED-FLG = "Y"(最初に見つかった月を返す)
      ******************************************************************
       PERIOD-FROM-RTN.
           MOVE    "N"      TO   WK-PCL-CLOSED-FLG
           MOVE    SPACES   TO   WK-PCL-HIT-MONTH

           PERFORM  VARYING  WK-PCL-I  FROM  1  BY  1
                    UNTIL  WK-PCL-I  >  WK-PCL-COUNT
                        OR  WK-PCL-CLOSED-FLG = "Y"
               IF WK-PCL-T-MONTH(WK-PCL-I) >= WK-PCL-CHK-DATE(1:7)
                   MOVE   "Y"   TO   WK-PCL-CLOSED-FLG
                   MOVE   WK-PCL-T-MONTH(WK-PCL-I)   TO
                          WK-PCL-HIT-MONTH
               END-IF
           END-PERFORM
           .
