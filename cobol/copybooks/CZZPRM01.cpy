      *    以上でRC=4の警告終了、打切閾値以上で異常終了とする
           03 WK-PRM-REJ-WARN-PCT            PIC 9(3)  VALUE 10.
           03 WK-PRM-REJ-ABEND-PCT           PIC 9(3)  VALUE 50.
      *    報告欠落キーの前回累計引き継ぎ(Y=引き継ぎ行をJSON・
      *    クレンジング済みCSV・履歴へ出力する。既定は出力しない)と、
      *    例外ダイジェスト(CZZ1245)で優先度1に挙げる連続欠落日数
           03 WK-PRM-CARRY-FWD               PIC X(1)  VALUE "N".
           03 WK-PRM-MISS-DAY-LIMIT          PIC 9(4)  VALUE 3.
      *    Province合計と国レベル行(Province空欄)が食い違う国の扱い
      *    (KEEP=両方取り込む SUPPRESS=国レベル行を取り込まない
      *     SUSPEND=当該国の全行をサスペンスへ回す)
           03 WK-PRM-ROLLUP-ACTION           PIC X(8)  VALUE "KEEP".
      *    他ソース(国別合計)突合(CZZ1249)の当方合計の取得元
      *    (HISTORY=日次集計履歴 SUMMARY=Countryサマリレポート)と、
      *    差異とみなす許容値(差の絶対値がABSを超え、かつ他ソース値に
      *    対する比率がPCT%を超える場合に差異とする)
           03 WK-PRM-XSRC-BASIS              PIC X(8)  VALUE "HISTORY".
           03 WK-PRM-XSRC-TOL-PCT            PIC 9(3)  VALUE 5.
           03 WK-PRM-XSRC-TOL-ABS            PIC 9(9)  VALUE 100.
      *    購読者別配信ファイル(CZZ1251)・配信マニフェストの
      *    ファイル名接頭辞(接頭辞+購読者ID+"_"+業務日付+拡張子)
           03 WK-PRM-DIST-PREFIX             PIC X(20) VALUE
              "ec2_dist_".
      *    別の業務日付で取り込み済みの抽出と同一内容の抽出(再送)を
      *    検知した場合のCZZ1230の扱い
      *    (REFUSE=取り込まずRC=12で終了 WARN=取り込んでRC=4で終了)
           03 WK-PRM-REPLAY-ACTION           PIC X(8)  VALUE "REFUSE".
