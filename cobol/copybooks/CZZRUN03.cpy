      ******************************************************************
      * 実行管理(ランログ)オープン処理
      * ランログファイルが無い(35)場合のみ新規作成して開き直す。
      * レコード長不一致(39)等で開けない場合は、既存の記録を作り直さ
      * ずに記録なしで処理を続行する(監査記録の欠落は運用警告)
      ******************************************************************
       RUNLOG-OPEN-RTN.
           OPEN   I-O    FDZZRUN
           IF WK-RUN-FS = "35"
               OPEN   OUTPUT FDZZRUN
               CLOSE  FDZZRUN
               OPEN   I-O    FDZZRUN
           ELSE
               MOVE   "N"   TO   WK-RUN-AVAILABLE
               DISPLAY "RUN-LOG FILE NOT AVAILABLE - "
                       "RUN WILL NOT BE AUDITED (STATUS " WK-RUN-FS ")"
           END-IF
           .
      ******************************************************************
                       MOVE    WK-RUN-L-WRITE   TO   WK-RUN-CNT-WRITE
                       MOVE    WK-RUN-L-REJ     TO   WK-RUN-CNT-REJ
                       MOVE    WK-RUN-L-RC      TO   WK-RUN-RC
                       MOVE    WK-RUN-L-GUARD   TO   WK-RUN-GUARD
                       REWRITE FDZZRUN-REC
               END-READ

