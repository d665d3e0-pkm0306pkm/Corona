      ******************************************************************
      * 抽出取り込み台帳 レコードレイアウト (CZZ1230)
      * 業務日付毎に、取り込んだ抽出の内容指紋(明細行のAdler-32・
      * 明細件数・バイト数)とLastUpdateの最大値を控える。
      * 同一業務日付の再実行は最後に取り込んだ抽出で置き換える
      ******************************************************************
       01  FDZZXRG-REC.
           03 WK-XRG-BUSDATE                 PIC X(8).
           03 WK-XRG-FINGERPRINT.
               05 WK-XRG-HASH                PIC X(8).
               05 WK-XRG-ROWS                PIC 9(6).
               05 WK-XRG-BYTES               PIC 9(10).
           03 WK-XRG-MAX-LASTUPD             PIC X(19).
           03 WK-XRG-INFILE                  PIC X(40).
           03 WK-XRG-LOAD-STAMP              PIC X(14).
           03 WK-XRG-GUARD                   PIC X(8).
