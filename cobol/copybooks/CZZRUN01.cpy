      * (CZZ1230/CZZ1231/CZZ1232/CZZ1233 が開始・終了時に記録し、
      *  CZZ1236 の照会と CZZ1231 の再実行スキップ判定が参照する)
      * ステータス: S=実行中 / C=正常終了 / F=異常終了
      * 抽出ガード判定: CZZ1230のみ記録(PASSED=新しい抽出 /
      *   STALE=LastUpdateの最大値が前回業務日付から進んでいない /
      *   REPLAY=別の業務日付で取り込み済みの抽出と同一内容)。
      *   他プログラムは空白
      ******************************************************************
       01  FDZZRUN-REC.
           03 WK-RUN-KEY.
           03 WK-RUN-CNT-REJ                 PIC 9(6).
           03 WK-RUN-END-STAMP               PIC X(14).
           03 WK-RUN-RC                      PIC 9(2).
           03 WK-RUN-GUARD                   PIC X(8).
