      ******************************************************************
      * 国名エイリアス(正規国名変換)用作業域
      * (CZZALS03 の変換処理と組で使用する)
      * WK-ALS-NAME に入力国名を設定して ALIAS-RESOLVE-RTN を実行
      * すると、エイリアス登録があれば正規国名に置き換えて
      * WK-ALS-HIT-FLG = "Y" を返す。ALIAS-HIT-RTN は読み替えた
      * 生の国名毎の件数を控える(エイリアス適用レポート用)
      ******************************************************************
       01  WK-ALS-FS                         PIC X(2) VALUE "00".
       01  WK-ALS-AVAILABLE                  PIC X    VALUE "N".
       01  WK-ALS-AREA.
           03 WK-ALS-NAME                    PIC X(30) VALUE SPACES.
           03 WK-ALS-RAW-SAVE                PIC X(30) VALUE SPACES.
           03 WK-ALS-HIT-FLG                 PIC X     VALUE "N".
           03 WK-CNT-ALS-HIT                 PIC 9(6)  VALUE 0.
       01  WK-ALH-COUNT                      PIC 9(3) VALUE 0.
       01  WK-ALH-TABLE.
           03 WK-ALH-ENTRY OCCURS 200 TIMES.
               05 WK-ALH-RAW-NAME             PIC X(30).
               05 WK-ALH-CANON-NAME           PIC X(30).
               05 WK-ALH-CNT                  PIC 9(6).
       01  WK-ALH-I                          PIC 9(3) VALUE 0.
       01  WK-ALH-FOUND-FLG                  PIC X    VALUE "N".
