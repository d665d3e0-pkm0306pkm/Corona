      ******************************************************************
      * 月末確定スナップショット レコードレイアウト (CZZ1253)
      * 月次締めの都度、締め対象月の日次集計履歴(ec2_history.dat)
      * から作成した月末時点の Province/Country 別合計と総計を追記
      * する。再オープン後の再締めでは版数を上げて追記するため、
      * 期間管理(ec2_period_ctl.dat)の CLOSE-STAMP と一致する行が
      * 当該月の確定版となる。
      *   LEVEL: P=Province別 / C=Country別 / T=総計
      *   ASOF-DATE: 当該月で最後に報告(履歴行)のあった日付
      *   BASIS(C行のみ): C=国レベル行 / P=Province合計
      *                   (CZZ1233 と同じロールアップ基準で決定)
      *   CONFIRMED等: 月末時点の累計
      *   MTH-xxx: 当該月中の NewConfirmed 等の合計(月間増分)
      ******************************************************************
       01  FDZZMCS-REC.
           03 WK-MCS-MONTH                   PIC X(7).
           03 WK-MCS-VER                     PIC 9(3).
           03 WK-MCS-CLOSE-STAMP             PIC X(14).
           03 WK-MCS-LEVEL                   PIC X(1).
           03 WK-MCS-COUNTRY                 PIC X(30).
           03 WK-MCS-PROVINCE                PIC X(30).
           03 WK-MCS-ASOF-DATE               PIC X(10).
           03 WK-MCS-BASIS                   PIC X(1).
           03 WK-MCS-CONFIRMED               PIC 9(12).
           03 WK-MCS-DEATHS                  PIC 9(12).
           03 WK-MCS-RECOVERED               PIC 9(12).
           03 WK-MCS-MTH-CONFIRMED           PIC S9(12).
           03 WK-MCS-MTH-DEATHS              PIC S9(12).
           03 WK-MCS-MTH-RECOVERED           PIC S9(12).
