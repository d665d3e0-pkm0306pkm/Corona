      ******************************************************************
      * 調整台帳 レコードレイアウト (CZZ1230 / CZZ1235 が追記)
      * 締め済み月の日次集計履歴に対する変更は履歴へ反映せず、
      * 当台帳へ振り替える。CZZ1253 の期間締めレポートが締め済み月
      * 毎の未承認調整として一覧し、再オープンで承認する。
      *   TYPE: N=履歴に無い行の追加 / C=既存行の値の変更
      *   OLD-xxx: 変更前の履歴行(TYPE=C のみ有効)
      *   NEW-xxx: 反映しなかった書き出し予定の行
      ******************************************************************
       01  FDZZADJ-REC.
           03 WK-ADJ-MONTH                   PIC X(7).
           03 WK-ADJ-STAMP                   PIC X(14).
           03 WK-ADJ-PGM                     PIC X(8).
           03 WK-ADJ-BUSDATE                 PIC X(8).
           03 WK-ADJ-TYPE                    PIC X(1).
           03 WK-ADJ-KEY.
               05 WK-ADJ-PROVINCE            PIC X(30).
               05 WK-ADJ-COUNTRY             PIC X(30).
               05 WK-ADJ-DATE                PIC X(10).
           03 WK-ADJ-OLD-CONFIRMED           PIC 9(10).
           03 WK-ADJ-OLD-DEATHS              PIC 9(10).
           03 WK-ADJ-OLD-RECOVERED           PIC 9(10).
           03 WK-ADJ-NEW-CONFIRMED           PIC 9(10).
           03 WK-ADJ-NEW-DEATHS              PIC 9(10).
           03 WK-ADJ-NEW-RECOVERED           PIC 9(10).
           03 WK-ADJ-NEW-NEW-CONFIRMED       PIC S9(10).
           03 WK-ADJ-NEW-NEW-DEATHS          PIC S9(10).
           03 WK-ADJ-NEW-NEW-RECOVERED       PIC S9(10).
           03 WK-ADJ-NEW-CARRIED-FLG         PIC X(1).
