           03 WK-PRIOR-CONFIRMED              PIC 9(10).
           03 WK-PRIOR-DEATHS                 PIC 9(10).
           03 WK-PRIOR-RECOVERED              PIC 9(10).
      *    報告途絶(欠落レポータ)検知用
      *    LAST-DATE   : 実際に報告のあった最終データ日付
      *    RUN-BUSDATE : 当キーを最後に判定したCZZ1230実行の業務日付
      *    MISS-DAYS   : 連続欠落日数(報告のあった実行で0に戻す)
           03 WK-PRIOR-LAST-DATE              PIC X(10).
           03 WK-PRIOR-RUN-BUSDATE            PIC X(8).
           03 WK-PRIOR-MISS-DAYS              PIC 9(4).
