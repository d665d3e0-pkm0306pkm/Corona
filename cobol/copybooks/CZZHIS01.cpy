           03 WK-HIS-NEW-CONFIRMED           PIC S9(10).
           03 WK-HIS-NEW-DEATHS              PIC S9(10).
           03 WK-HIS-NEW-RECOVERED           PIC S9(10).
      *    Y=報告欠落のため前回累計を引き継いだ行(デルタは0)
           03 WK-HIS-CARRIED-FLG             PIC X(1).
      *    正規化後 Date の時刻部分("THH:MM:SS"。時刻無しは空白)
      *    Elasticsearch の _id を CZZ1230 と同じ Date で組み立てる為
           03 WK-HIS-DATE-TIME               PIC X(9).
