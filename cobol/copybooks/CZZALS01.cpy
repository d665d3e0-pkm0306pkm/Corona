      ******************************************************************
      * 国名エイリアス(正規国名変換)テーブル レコードレイアウト
      * (CZZ1247 が作成し、CZZ1230 / CZZ1233 / CZZ1235 / CZZ1246 /
      *  CZZ1248 が入力国名を正規国名へ読み替えるのに参照する。
      *  正規国名そのものは登録しない)
      ******************************************************************
       01  FDZZALS-REC.
           03 WK-ALS-RAW-NAME                PIC X(30).
           03 WK-ALS-CANON-NAME              PIC X(30).
