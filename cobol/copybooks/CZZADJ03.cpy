      ******************************************************************
      * 締め済み期間 読み込み・調整台帳オープン処理
      * 締め済みの月がある場合のみ調整台帳(ec2_adjustments.dat)を
      * 追記で開く(無い(35)場合のみ新規作成する)。期間管理ファイルが
      * 開けない場合は WK-PCL-ERR-FLG = "Y" のまま戻るので呼び出し側で
      * 異常終了させる
      ******************************************************************
       ADJUST-OPEN-RTN.
           IF WK-ADJ-L-BUSDATE = SPACES
               ACCEPT  WK-ADJ-L-BUSDATE  FROM DATE YYYYMMDD
           END-IF

           PERFORM   PERIOD-LOAD-RTN

           MOVE    "N"   TO   WK-ADJ-AVAILABLE
           IF WK-PCL-COUNT > 0
               OPEN   EXTEND FDZZADJ
               IF WK-ADJ-FS = "35"
                   OPEN   OUTPUT FDZZADJ
               END-IF
               IF WK-ADJ-FS = "00"
                   MOVE   "Y"   TO   WK-ADJ-AVAILABLE
               ELSE
                   DISPLAY "ADJUSTMENTS LEDGER NOT AVAILABLE - "
                           "CHANGES TO CLOSED PERIODS WILL BE "
                           "DROPPED"
               END-IF
           END-IF
           .
      ******************************************************************
      * 日次集計履歴 締め済み期間判定処理
      * FDZZHIS-REC に編集した書き出し予定行の日付が締め済み月なら
      * WK-PCL-CLOSED-FLG = "Y" とする。締め済み月の行は履歴へ
      * 書き出さず ADJUST-ROUTE-RTN で調整台帳へ振り替える
      ******************************************************************
       ADJUST-CHECK-RTN.
           MOVE    WK-HIS-DATE   TO   WK-PCL-CHK-DATE
           PERFORM   PERIOD-CHECK-RTN
           .
      ******************************************************************
      * 締め済み期間の履歴変更 調整台帳振り替え処理
      * 書き出し予定行(FDZZHIS-REC)と現在の履歴行を比較し、
      *   ・履歴行が無い          ⇒ N(追加)として台帳へ記録
      *   ・値が異なる            ⇒ C(変更)として新旧値を台帳へ記録
      *   ・値が同じ(同一日再実行) ⇒ 変更なしとして記録しない
      * いずれの場合も履歴行そのものは更新しない
      ******************************************************************
       ADJUST-ROUTE-RTN.
           MOVE    FDZZHIS-REC   TO   WK-ADJ-HIS-SAVE
           INITIALIZE   FDZZADJ-REC

           READ    FDZZHIS
                   KEY IS WK-HIS-KEY
               INVALID KEY
                   MOVE   "N"   TO   WK-ADJ-TYPE
               NOT INVALID KEY
                   IF FDZZHIS-REC = WK-ADJ-HIS-SAVE
                       MOVE   "S"   TO   WK-ADJ-TYPE
                   ELSE
                       MOVE   "C"   TO   WK-ADJ-TYPE
                       MOVE   WK-HIS-CONFIRMED   TO
                              WK-ADJ-OLD-CONFIRMED
                       MOVE   WK-HIS-DEATHS      TO
                              WK-ADJ-OLD-DEATHS
                       MOVE   WK-HIS-RECOVERED   TO
                              WK-ADJ-OLD-RECOVERED
                   END-IF
           END-READ

           MOVE    WK-ADJ-HIS-SAVE   TO   FDZZHIS-REC

           IF WK-ADJ-TYPE = "S"
               ADD     1   TO   WK-CNT-ADJ-SAME
           ELSE
               ACCEPT  WK-ADJ-DATE-X  FROM DATE YYYYMMDD
               ACCEPT  WK-ADJ-TIME-X  FROM TIME
               MOVE    SPACES   TO   WK-ADJ-STAMP
               STRING  WK-ADJ-DATE-X        DELIMITED BY SIZE
                       WK-ADJ-TIME-X(1:6)   DELIMITED BY SIZE
                      INTO WK-ADJ-STAMP
               END-STRING
               MOVE    WK-HIS-DATE(1:7)       TO   WK-ADJ-MONTH
               MOVE    WK-ADJ-L-PGM           TO   WK-ADJ-PGM
               MOVE    WK-ADJ-L-BUSDATE       TO   WK-ADJ-BUSDATE
               MOVE    WK-HIS-KEY             TO   WK-ADJ-KEY
               MOVE    WK-HIS-CONFIRMED       TO   WK-ADJ-NEW-CONFIRMED
               MOVE    WK-HIS-DEATHS          TO   WK-ADJ-NEW-DEATHS
               MOVE    WK-HIS-RECOVERED       TO   WK-ADJ-NEW-RECOVERED
               MOVE    WK-HIS-NEW-CONFIRMED   TO
                       WK-ADJ-NEW-NEW-CONFIRMED
               MOVE    WK-HIS-NEW-DEATHS      TO
                       WK-ADJ-NEW-NEW-DEATHS
               MOVE    WK-HIS-NEW-RECOVERED   TO
                       WK-ADJ-NEW-NEW-RECOVERED
               MOVE    WK-HIS-CARRIED-FLG     TO
                       WK-ADJ-NEW-CARRIED-FLG

               IF WK-ADJ-AVAILABLE = "Y"
                   WRITE   FDZZADJ-REC
                   ADD     1   TO   WK-CNT-ADJ-WRITE
               ELSE
                   ADD     1   TO   WK-CNT-ADJ-LOST
                   DISPLAY "CLOSED PERIOD CHANGE NOT RECORDED: "
                           FUNCTION TRIM(WK-HIS-COUNTRY) " / "
                           FUNCTION TRIM(WK-HIS-PROVINCE) " "
                           WK-HIS-DATE
               END-IF
           END-IF
           .
      ******************************************************************
      * 調整台帳クローズ処理
      ******************************************************************
       ADJUST-CLOSE-RTN.
           IF WK-ADJ-AVAILABLE = "Y"
               CLOSE   FDZZADJ
               MOVE    "N"   TO   WK-ADJ-AVAILABLE
           END-IF
           .
