      * ランログファイル(ec2_runlog.dat)を通読し、引数で指定された
      * 業務日付範囲(FROM YYYYMMDD / TO YYYYMMDD、省略時は全件)の
      * 実行履歴を一覧表示する。監査対応("どの抽出版をいつ取り込んだ
      * か")の照会窓口。GUARD欄はCZZ1230の抽出再送・鮮度ガード判定
      * (PASSED/STALE/REPLAY)
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
           ELSE
               DISPLAY "PROGRAM   BUSDATE   START           "
                       "END             ST RC READ   WRITTEN REJECT"
                       " GUARD    INPUT FILE"
               PERFORM   FDZZRUN-READ-RTN
           END-IF
           .
                       WK-RUN-RC " "
                       WK-RUN-CNT-READ " "
                       WK-RUN-CNT-WRITE "  "
                       WK-RUN-CNT-REJ " "
                       WK-RUN-GUARD " "
                       FUNCTION TRIM(WK-RUN-INFILE)
               ADD     1   TO   WK-CNT-LISTED
           END-IF
