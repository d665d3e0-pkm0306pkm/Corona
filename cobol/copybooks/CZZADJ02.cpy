      ******************************************************************
      * 締め済み期間の履歴変更 調整台帳振り替え用作業域
      * (CZZADJ03 の振り替え処理と組で使用する。CZZ1230 / CZZ1235
      *  共通。締め済み期間の判定に CZZPCL02/03 を併用する)
      * WK-ADJ-L-PGM / WK-ADJ-L-BUSDATE に記録するプログラム名と
      * 業務日付を設定してから ADJUST-OPEN-RTN を実行する
      ******************************************************************
       01  WK-ADJ-FS                         PIC X(2) VALUE "00".
       01  WK-ADJ-AVAILABLE                  PIC X    VALUE "N".
       01  WK-ADJ-WORK-AREA.
           03 WK-ADJ-L-PGM                   PIC X(8)   VALUE SPACES.
           03 WK-ADJ-L-BUSDATE               PIC X(8)   VALUE SPACES.
           03 WK-ADJ-HIS-SAVE                PIC X(140) VALUE SPACES.
           03 WK-ADJ-DATE-X                  PIC X(8)   VALUE SPACES.
           03 WK-ADJ-TIME-X                  PIC X(8)   VALUE SPACES.
       01  WK-ADJ-CNT-AREA.
           03 WK-CNT-ADJ-WRITE               PIC 9(6) VALUE 0.
           03 WK-CNT-ADJ-SAME                PIC 9(6) VALUE 0.
           03 WK-CNT-ADJ-LOST                PIC 9(6) VALUE 0.
