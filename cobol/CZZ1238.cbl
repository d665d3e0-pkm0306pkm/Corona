      *     完了済み日付の再実行で、前日比デルタが当日値ではなく
      *     真の前日ベースラインに対して算出されるようにする。
      *     CZZ1230 のイニシャル処理から自動起動されるほか、運用が
      *     手動リカバリ時に単独起動することもできる。
      *     月次締め(CZZ1253)済みの月の日次集計履歴行が復元によって
      *     変わる(値が異なる・復元で消える)場合は、締め済みの履歴を
      *     守るため復元を行わずRC=12で終了する
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
               ACCESS MODE        IS   SEQUENTIAL
               RECORD KEY         IS   WK-HSS-KEY
               FILE STATUS        IS   WK-HSS-FS.
       SELECT  FDZZPCL  ASSIGN TO "FDZZPCL"                                    "ec2_period_ctl.dat"
               ORGANIZATION       IS   INDEXED
               ACCESS MODE        IS   DYNAMIC
               RECORD KEY         IS   WK-PCL-MONTH
               FILE STATUS        IS   WK-PCL-FS.

      ******************************************************************
       DATA                DIVISION.
       FD FDZZPRS.
          01 FDZZPRS-REC.
              03 WK-PRS-KEY                  PIC X(60).
              03 WK-PRS-DATA                 PIC X(52).
       FD FDZZHSS.
          01 FDZZHSS-REC.
              03 WK-HSS-KEY                  PIC X(70).
              03 WK-HSS-DATA                 PIC X(70).
       FD FDZZPCL.
           COPY  CZZPCL01.

      ******************************************************************
       WORKING-STORAGE     SECTION.
      *    実行モード(SNAPSHOT=取得 / RESTORE=復元)
       01  WK-MODE-OPT                       PIC X(10) VALUE SPACES.

      *    締め済み期間(月次締め)判定用作業域
           COPY  CZZPCL02.

      *    復元前の締め済み期間 突き合わせ用
       01  WK-CMP-AREA.
           03 WK-CMP-HSS-EOF                 PIC X    VALUE "N".
           03 WK-CMP-HIS-EOF                 PIC X    VALUE "N".
           03 WK-CMP-CONFLICT-CNT            PIC 9(6) VALUE 0.

      ******************************************************************
       PROCEDURE           DIVISION.
      ******************************************************************
           .
      ******************************************************************
      * スナップショット取得処理
      * 対象ファイルが未作成(35)でも空のスナップショットを作成し、
      * リストア時に「更新前=空」を再現できるようにする。
      * レコード長不一致(39)等のその他のエラーでは空のスナップショット
      * で既存の内容を失わないよう異常終了する
      ******************************************************************
       SNAPSHOT-RTN.
           OPEN   OUTPUT FDZZPRS
                         UNTIL WK-COPY-EOF-FLG = "Y"
               CLOSE     FDZZPRI
           ELSE
               IF WK-PRIOR-FS = "35"
                   DISPLAY "PRIOR-TOTALS FILE NOT PRESENT - "
                           "EMPTY SNAPSHOT TAKEN"
               ELSE
                   DISPLAY "*** ABEND: PRIOR-TOTALS FILE OPEN ERROR: "
                           WK-PRIOR-FS " ***"
                   CLOSE  FDZZPRS
                   PERFORM   ABEND-RTN
               END-IF
           END-IF
           CLOSE  FDZZPRS

                         UNTIL WK-COPY-EOF-FLG = "Y"
               CLOSE     FDZZHIS
           ELSE
               IF WK-HIS-FS = "35"
                   DISPLAY "HISTORY FILE NOT PRESENT - "
                           "EMPTY SNAPSHOT TAKEN"
               ELSE
                   DISPLAY "*** ABEND: HISTORY FILE OPEN ERROR: "
                           WK-HIS-FS " ***"
                   CLOSE  FDZZHSS
                   PERFORM   ABEND-RTN
               END-IF
           END-IF
           CLOSE  FDZZHSS
           .
      * 対象ファイルに触れる前に異常終了する
      ******************************************************************
       RESTORE-RTN.
      *    締め済みの月の履歴が変わる復元は受け付けない
           PERFORM   RESTORE-PERIOD-CHECK-RTN

           OPEN   INPUT  FDZZPRS
           IF WK-PRS-FS NOT = "00"
               DISPLAY "*** ABEND: PRIOR-TOTALS SNAPSHOT NOT "
           CLOSE  FDZZHSS FDZZHIS
           .
      ******************************************************************
      * 復元前の締め済み期間確認処理
      * 月次締め済みの月について、スナップショットと現在の日次集計
      * 履歴をキー順に突き合わせ、
      *   ・両方にあり値が異なる行
      *   ・現在の履歴にのみある行(復元で消える)
      * があれば、締め済みの履歴が変わるため復元を受け付けない。
      * スナップショットにのみある行(取得後に世代管理でパージされ
      * アーカイブへ退避された行)は退避前の値のまま戻るため対象外
      ******************************************************************
       RESTORE-PERIOD-CHECK-RTN.
           PERFORM   PERIOD-LOAD-RTN
           IF WK-PCL-ERR-FLG = "Y"
               PERFORM   ABEND-RTN
           END-IF
           MOVE    0     TO   WK-CMP-CONFLICT-CNT

           IF WK-PCL-COUNT > 0
               OPEN   INPUT  FDZZHSS
               IF WK-HSS-FS = "00"
                   OPEN   INPUT  FDZZHIS
                   IF WK-HIS-FS = "00"
                       MOVE   "N"   TO   WK-CMP-HSS-EOF WK-CMP-HIS-EOF
                       PERFORM   CMP-HSS-READ-RTN
                       PERFORM   CMP-HIS-READ-RTN
                       PERFORM   CMP-MATCH-RTN
                                 UNTIL WK-CMP-HSS-EOF = "Y"
                                   AND WK-CMP-HIS-EOF = "Y"
                       CLOSE  FDZZHIS
                   END-IF
                   CLOSE  FDZZHSS
               END-IF
           END-IF

           IF WK-CMP-CONFLICT-CNT > 0
               DISPLAY "*** RESTORE REFUSED - " WK-CMP-CONFLICT-CNT
                       " HISTORY ROWS IN CLOSED PERIODS WOULD "
                       "CHANGE ***"
               DISPLAY "REOPEN THE PERIOD WITH CZZ1253 BEFORE "
                       "RESTORING"
               MOVE    12      TO   RETURN-CODE
               DISPLAY "END: CZZ1238 (REFUSED)"
               STOP RUN
           END-IF
           .
      ******************************************************************
      * 締め済み期間 突き合わせの1件比較処理
      ******************************************************************
       CMP-MATCH-RTN.
           EVALUATE TRUE
               WHEN WK-CMP-HIS-EOF = "Y"
                    OR (WK-CMP-HSS-EOF = "N"
                        AND WK-HSS-KEY < WK-HIS-KEY)
      *            スナップショットにのみある行(対象外)
                   PERFORM   CMP-HSS-READ-RTN
               WHEN WK-CMP-HSS-EOF = "Y"
                    OR WK-HIS-KEY < WK-HSS-KEY
      *            現在の履歴にのみある行(復元で消える)
                   MOVE    WK-HIS-DATE   TO   WK-PCL-CHK-DATE
                   PERFORM   PERIOD-CHECK-RTN
                   IF WK-PCL-CLOSED-FLG = "Y"
                       PERFORM   CMP-CONFLICT-RTN
                   END-IF
                   PERFORM   CMP-HIS-READ-RTN
               WHEN OTHER
                   MOVE    WK-HIS-DATE   TO   WK-PCL-CHK-DATE
                   PERFORM   PERIOD-CHECK-RTN
                   IF WK-PCL-CLOSED-FLG = "Y"
                        AND FDZZHSS-REC NOT = FDZZHIS-REC
                       PERFORM   CMP-CONFLICT-RTN
                   END-IF
                   PERFORM   CMP-HSS-READ-RTN
                   PERFORM   CMP-HIS-READ-RTN
           END-EVALUATE
           .
      ******************************************************************
      * 締め済み期間 突き合わせ 不一致行の表示処理(先頭10件)
      ******************************************************************
       CMP-CONFLICT-RTN.
           ADD     1   TO   WK-CMP-CONFLICT-CNT
           IF WK-CMP-CONFLICT-CNT <= 10
               DISPLAY "CLOSED PERIOD ROW WOULD CHANGE: "
                       FUNCTION TRIM(WK-HIS-COUNTRY) " / "
                       FUNCTION TRIM(WK-HIS-PROVINCE) " "
                       WK-HIS-DATE
           END-IF
           .
      ******************************************************************
      * 締め済み期間 突き合わせ スナップショットの1件読み込み処理
      ******************************************************************
       CMP-HSS-READ-RTN.
           READ FDZZHSS NEXT RECORD
                AT END
                    MOVE   "Y"   TO   WK-CMP-HSS-EOF
           END-READ
           .
      ******************************************************************
      * 締め済み期間 突き合わせ 現在の履歴の1件読み込み処理
      ******************************************************************
       CMP-HIS-READ-RTN.
           READ FDZZHIS NEXT RECORD
                AT END
                    MOVE   "Y"   TO   WK-CMP-HIS-EOF
           END-READ
           .
      ******************************************************************
      * 前日集計ファイル リストア複写の1件読み込み処理
      ******************************************************************
       PRIOR-RELOAD-READ-RTN.
           MOVE    ZERO    TO RETURN-CODE
           DISPLAY "END: CZZ1238"
           .
      *    締め済み期間判定処理(CZZ1230/1235/1246と共通)
           COPY  CZZPCL03.
