      ******************************************************************
      * Province合計⇔国レベル行 ロールアップ突合用作業域
      * (CZZRUP03 の突合処理と組で使用する。CZZ1230 / CZZ1233 共通)
      * 有効な明細1行毎に WK-RUP-IN-DATE/COUNTRY/PRV-FLG と件数を
      * 設定して ROLLUP-ADD-RTN を実行すると、日付+Country毎に
      * Province行の合計と国レベル行(Province空欄)の値を積み上げる。
      * 全行の積み上げ後に ROLLUP-DECIDE-RTN を実行すると、両方を
      * 持つ国の食い違いの有無(WK-RUP-VAR-FLG)と採用基準
      * (WK-RUP-BASIS)を ROLLUP-ACTION パラメタに従って決定する
      *   WK-RUP-BASIS: C=国レベル行 P=Province合計
      *                 S=サスペンド(いずれも採用しない)
      ******************************************************************
       01  WK-RUP-IN-AREA.
           03 WK-RUP-IN-DATE                 PIC X(10) VALUE SPACES.
           03 WK-RUP-IN-COUNTRY              PIC X(30) VALUE SPACES.
           03 WK-RUP-IN-PRV-FLG              PIC X     VALUE "N".
           03 WK-RUP-IN-CONFIRMED            PIC 9(12) VALUE 0.
           03 WK-RUP-IN-DEATHS               PIC 9(12) VALUE 0.
           03 WK-RUP-IN-RECOVERED            PIC 9(12) VALUE 0.
       01  WK-RUP-COUNT                      PIC 9(4) VALUE 0.
       01  WK-RUP-TABLE.
           03 WK-RUP-ENTRY OCCURS 1000 TIMES.
               05 WK-RUP-DATE                 PIC X(10).
               05 WK-RUP-COUNTRY              PIC X(30).
               05 WK-RUP-PRV-CNT              PIC 9(4).
               05 WK-RUP-PRV-CONFIRMED        PIC 9(12).
               05 WK-RUP-PRV-DEATHS           PIC 9(12).
               05 WK-RUP-PRV-RECOVERED        PIC 9(12).
               05 WK-RUP-CTY-FLG              PIC X(1).
               05 WK-RUP-CTY-CONFIRMED        PIC 9(12).
               05 WK-RUP-CTY-DEATHS           PIC 9(12).
               05 WK-RUP-CTY-RECOVERED        PIC 9(12).
               05 WK-RUP-VAR-FLG              PIC X(1).
               05 WK-RUP-BASIS                PIC X(1).
       01  WK-RUP-I                          PIC 9(4) VALUE 0.
       01  WK-RUP-FULL-FLG                   PIC X    VALUE "N".
       01  WK-RUP-CNT-AREA.
           03 WK-CNT-RUP-BOTH                PIC 9(6) VALUE 0.
           03 WK-CNT-RUP-VAR                 PIC 9(6) VALUE 0.
