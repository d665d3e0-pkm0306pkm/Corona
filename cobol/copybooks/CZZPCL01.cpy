      ******************************************************************
      * 期間管理(月次締め) レコードレイアウト (CZZ1253)
      * 年月(YYYY-MM)毎の締め状態と、締め時に確定(認証)した
      * 月末スナップショットの総計を保持する。
      *   STATUS: C=締め済み(履歴の変更不可・調整台帳へ振り替え)
      *           O=再オープン済み(調整の承認後、再締めで確定し直す)
      *   CLOSE-VER: 締め(確定)の版数。再締めの都度1加算する
      ******************************************************************
       01  FDZZPCL-REC.
           03 WK-PCL-MONTH                   PIC X(7).
           03 WK-PCL-STATUS                  PIC X(1).
           03 WK-PCL-CLOSE-STAMP             PIC X(14).
           03 WK-PCL-CLOSE-VER               PIC 9(3).
           03 WK-PCL-HIS-ROWS                PIC 9(6).
           03 WK-PCL-PRV-CNT                 PIC 9(6).
           03 WK-PCL-CTY-CNT                 PIC 9(4).
           03 WK-PCL-CONFIRMED               PIC 9(12).
           03 WK-PCL-DEATHS                  PIC 9(12).
           03 WK-PCL-RECOVERED               PIC 9(12).
           03 WK-PCL-REOPEN-STAMP            PIC X(14).
           03 WK-PCL-REOPEN-BY               PIC X(20).
