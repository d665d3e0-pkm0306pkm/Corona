      ******************************************************************
      * ロールアップ突合テーブル 検索処理
      * WK-RUP-IN-DATE + WK-RUP-IN-COUNTRY のエントリ位置を WK-RUP-I
      * に返す(無い場合は0)
      ******************************************************************
       ROLLUP-FIND-RTN.
           MOVE    0     TO   WK-RUP-I

           PERFORM  VARYING  WK-RUP-I  FROM  1  BY  1
                    UNTIL  WK-RUP-I  >  WK-RUP-COUNT
                        OR (WK-RUP-DATE(WK-RUP-I) = WK-RUP-IN-DATE
                        AND WK-RUP-COUNTRY(WK-RUP-I) =
                            WK-RUP-IN-COUNTRY)
               CONTINUE
           END-PERFORM

           IF WK-RUP-I > WK-RUP-COUNT
               MOVE   0   TO   WK-RUP-I
           END-IF
           .
      ******************************************************************
      * ロールアップ突合テーブル 積み上げ処理
      * Province行は合計へ加算し、国レベル行は値を控える
      * (同一日付の国レベル行が複数ある場合は後勝ち)
      ******************************************************************
       ROLLUP-ADD-RTN.
           PERFORM   ROLLUP-FIND-RTN

           IF WK-RUP-I = 0
               IF WK-RUP-COUNT < 1000
                   ADD    1              TO   WK-RUP-COUNT
                   MOVE   WK-RUP-COUNT   TO   WK-RUP-I
                   INITIALIZE   WK-RUP-ENTRY(WK-RUP-I)
                   MOVE   WK-RUP-IN-DATE      TO   WK-RUP-DATE(WK-RUP-I)
                   MOVE   WK-RUP-IN-COUNTRY   TO
                          WK-RUP-COUNTRY(WK-RUP-I)
                   MOVE   "N"   TO   WK-RUP-CTY-FLG(WK-RUP-I)
                                     WK-RUP-VAR-FLG(WK-RUP-I)
               ELSE
                   IF WK-RUP-FULL-FLG = "N"
                       MOVE   "Y"   TO   WK-RUP-FULL-FLG
                       DISPLAY "ROLL-UP TABLE FULL - NOT CHECKED FROM: "
                               WK-RUP-IN-DATE " "
                               FUNCTION TRIM(WK-RUP-IN-COUNTRY)
                   END-IF
               END-IF
           END-IF

           IF WK-RUP-I > 0
               IF WK-RUP-IN-PRV-FLG = "Y"
                   ADD    1   TO   WK-RUP-PRV-CNT(WK-RUP-I)
                   ADD    WK-RUP-IN-CONFIRMED   TO
                          WK-RUP-PRV-CONFIRMED(WK-RUP-I)
                   ADD    WK-RUP-IN-DEATHS      TO
                          WK-RUP-PRV-DEATHS(WK-RUP-I)
                   ADD    WK-RUP-IN-RECOVERED   TO
                          WK-RUP-PRV-RECOVERED(WK-RUP-I)
               ELSE
                   MOVE   "Y"   TO   WK-RUP-CTY-FLG(WK-RUP-I)
                   MOVE   WK-RUP-IN-CONFIRMED   TO
                          WK-RUP-CTY-CONFIRMED(WK-RUP-I)
                   MOVE   WK-RUP-IN-DEATHS      TO
                          WK-RUP-CTY-DEATHS(WK-RUP-I)
                   MOVE   WK-RUP-IN-RECOVERED   TO
                          WK-RUP-CTY-RECOVERED(WK-RUP-I)
               END-IF
           END-IF
           .
      ******************************************************************
      * ロールアップ突合 判定処理
      * 国レベル行とProvince行の両方を持つ国は各件数を比較し、
      * 食い違う国の採用基準を ROLLUP-ACTION に従って決める。
      *   KEEP     : 国レベル行(両方取り込む)
      *   SUPPRESS : Province合計(国レベル行は取り込まない)
      *   SUSPEND  : サスペンド(当該国の全行を取り込まない)
      * 一致する国・片方しか無い国は、ある方をそのまま採用する
      ******************************************************************
       ROLLUP-DECIDE-RTN.
           MOVE    0     TO   WK-CNT-RUP-BOTH WK-CNT-RUP-VAR

           PERFORM  VARYING  WK-RUP-I  FROM  1  BY  1
                    UNTIL  WK-RUP-I  >  WK-RUP-COUNT
               MOVE    "N"   TO   WK-RUP-VAR-FLG(WK-RUP-I)
               EVALUATE TRUE
                   WHEN WK-RUP-CTY-FLG(WK-RUP-I) = "N"
                       MOVE   "P"   TO   WK-RUP-BASIS(WK-RUP-I)
                   WHEN WK-RUP-PRV-CNT(WK-RUP-I) = 0
                       MOVE   "C"   TO   WK-RUP-BASIS(WK-RUP-I)
                   WHEN OTHER
                       ADD    1     TO   WK-CNT-RUP-BOTH
                       MOVE   "C"   TO   WK-RUP-BASIS(WK-RUP-I)
                       IF WK-RUP-PRV-CONFIRMED(WK-RUP-I) NOT =
                               WK-RUP-CTY-CONFIRMED(WK-RUP-I)
                            OR WK-RUP-PRV-DEATHS(WK-RUP-I) NOT =
                               WK-RUP-CTY-DEATHS(WK-RUP-I)
                            OR WK-RUP-PRV-RECOVERED(WK-RUP-I) NOT =
                               WK-RUP-CTY-RECOVERED(WK-RUP-I)
                           MOVE   "Y"   TO   WK-RUP-VAR-FLG(WK-RUP-I)
                           ADD    1     TO   WK-CNT-RUP-VAR
                           EVALUATE WK-PRM-ROLLUP-ACTION
                               WHEN "SUPPRESS"
                                   MOVE "P" TO WK-RUP-BASIS(WK-RUP-I)
                               WHEN "SUSPEND"
                                   MOVE "S" TO WK-RUP-BASIS(WK-RUP-I)
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-EVALUATE
           END-PERFORM
           .
