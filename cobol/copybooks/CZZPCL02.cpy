      ******************************************************************
      * 締め済み期間(月次締め)判定用作業域
      * (CZZPCL03 の判定処理と組で使用する。CZZ1230/1235/1238/1246/
      *  1248 共通)
      * PERIOD-LOAD-RTN で期間管理ファイル(ec2_period_ctl.dat)から
      * 締め済み(C)の年月をテーブルへ読み込み、判定する日付
      * (YYYY-MM-DD)を WK-PCL-CHK-DATE に設定して
      *   PERIOD-CHECK-RTN : 当該月が締め済み
      *   PERIOD-FROM-RTN  : 当該月以降に締め済みの月がある
      * の場合に WK-PCL-CLOSED-FLG = "Y"、該当月を WK-PCL-HIT-MONTH
      * に返す。期間管理ファイルが開けない(無い(35)場合を除く)
      * 場合は WK-PCL-ERR-FLG = "Y" を返すので、呼び出し側の異常終了
      * 処理で RC=16 とすること
      ******************************************************************
       01  WK-PCL-FS                         PIC X(2) VALUE "00".
       01  WK-PCL-LOAD-AREA.
           03 WK-PCL-EOF-FLG                 PIC X     VALUE "N".
           03 WK-PCL-FULL-FLG                PIC X     VALUE "N".
           03 WK-PCL-ERR-FLG                 PIC X     VALUE "N".
       01  WK-PCL-COUNT                      PIC 9(3) VALUE 0.
       01  WK-PCL-TABLE.
           03 WK-PCL-T-MONTH OCCURS 600 TIMES PIC X(7).
       01  WK-PCL-I                          PIC 9(3) VALUE 0.
       01  WK-PCL-CHK-AREA.
           03 WK-PCL-CHK-DATE                PIC X(10) VALUE SPACES.
           03 WK-PCL-CLOSED-FLG              PIC X     VALUE "N".
           03 WK-PCL-HIT-MONTH               PIC X(7)  VALUE SPACES.
