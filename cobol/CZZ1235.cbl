      * 取り除いた上で CZZ1230 と同じ検証を再実行し、合格した行を
      * CZZ1230 と同一形式の補完用バルクJSONとして出力する。
      * 不合格の行は試行回数("ATT:")を付けて再リジェクトファイルへ
      * 書き出し、修復/残存の別をリサイクルレポートに記録する。
      * 月次締め(CZZ1253)済みの月の日次集計履歴は更新せず、
      * 調整台帳(ec2_adjustments.dat)へ振り替える
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       SELECT  FDZZPRM  ASSIGN TO "FDZZPRM"                                    "ec2_runtime_parms.txt"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-PRM-FS.
       SELECT  FDZZALS  ASSIGN TO "FDZZALS"                                    "ec2_country_alias.dat"
               ORGANIZATION       IS   INDEXED
               ACCESS MODE        IS   RANDOM
               RECORD KEY         IS   WK-ALS-RAW-NAME
               FILE STATUS        IS   WK-ALS-FS.
       SELECT  FDZZPCL  ASSIGN TO "FDZZPCL"                                    "ec2_period_ctl.dat"
               ORGANIZATION       IS   INDEXED
               ACCESS MODE        IS   DYNAMIC
               RECORD KEY         IS   WK-PCL-MONTH
               FILE STATUS        IS   WK-PCL-FS.
       SELECT  FDZZADJ  ASSIGN TO "FDZZADJ"                                    "ec2_adjustments.dat"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-ADJ-FS.

      ******************************************************************
      *** DATA             DIVISION
       FD FDZZHIS.
           COPY  CZZHIS01.
       FD FDZZHAR RECORDING MODE IS V.
          01 FDZZHAR-REC                    PIC X(140).
       FD FDZZPRM RECORDING MODE IS V.
          01 FDZZPRM-REC                    PIC X(80).
       FD FDZZALS.
           COPY  CZZALS01.
       FD FDZZPCL.
           COPY  CZZPCL01.
       FD FDZZADJ RECORDING MODE IS V.
           COPY  CZZADJ01.

      ******************************************************************
       WORKING-STORAGE     SECTION.
      *    Date/LastUpdate 正規化用作業域
           COPY  CZZDTN01.

      *    国名エイリアス(正規国名変換)用作業域
      *    前日集計・履歴をCZZ1230と同じ正規国名のキーで更新する
           COPY  CZZALS02.

      *    締め済み期間(月次締め)の判定・調整台帳への振り替え用
      *    (CZZ1230と同じく締め済み月の履歴は更新しない)
           COPY  CZZPCL02.
           COPY  CZZADJ02.

      *    実行時パラメタファイル読み込み用作業域
           COPY  CZZPRM01.

                       "CountryCode WILL BE UNK"
           END-IF

      *    前日集計ファイル(無い(35)場合のみ新規作成して開き直す。
      *    レコード長不一致(39)等のその他のエラーは、蓄積済みの内容
      *    を作り直さず利用不可として続行する)
           OPEN   I-O    FDZZPRI
           IF WK-PRIOR-FS = "35"
               OPEN   OUTPUT FDZZPRI
               CLOSE  FDZZPRI
               OPEN   I-O    FDZZPRI
               MOVE   "N"   TO   WK-PRIOR-AVAILABLE
               DISPLAY "PRIOR-DAY TOTALS FILE NOT AVAILABLE - "
                       "delta fields WILL EQUAL TODAY'S TOTALS"
                       " (STATUS " WK-PRIOR-FS ")"
           END-IF

      *    日次集計履歴ファイル(無い(35)場合のみ新規作成して開き直す。
      *    レコード長不一致(39)等のその他のエラーは、蓄積済みの内容
      *    を作り直さず利用不可として続行する)
           OPEN   I-O    FDZZHIS
           IF WK-HIS-FS = "35"
               OPEN   OUTPUT FDZZHIS
               CLOSE  FDZZHIS
               OPEN   I-O    FDZZHIS
               MOVE   "N"   TO   WK-HIS-AVAILABLE
               DISPLAY "HISTORY FILE NOT AVAILABLE - "
                       "TREND HISTORY WILL NOT BE RETAINED"
                       " (STATUS " WK-HIS-FS ")"
           END-IF

      *    履歴パージアーカイブファイル(累積のため追記で開く。
               END-IF
           END-IF

      *    締め済み期間の読み込みと調整台帳のオープン
      *    (台帳の業務日付はシステム日付とする)
           IF WK-HIS-AVAILABLE = "Y"
               MOVE    "CZZ1235"   TO   WK-ADJ-L-PGM
               PERFORM   ADJUST-OPEN-RTN
               IF WK-PCL-ERR-FLG = "Y"
                   PERFORM   ABEND-RTN
               END-IF
           END-IF

      *    国名エイリアステーブル(無い場合は読み替えなしで継続)
           PERFORM   ALIAS-OPEN-RTN

           PERFORM   CORRECTIONS-LOAD-RTN

           IF WK-REJIN-AVAILABLE = "Y"
               PERFORM   RECYCLE-PARSE-RTN
               PERFORM   CSV-PARSE-RTN
               PERFORM   CORRECTION-APPLY-RTN

      *        リジェクト行は生の国名のままのため正規国名へ読み替える
               MOVE      WK-IN-COUNTRY   TO   WK-ALS-NAME
               PERFORM   ALIAS-RESOLVE-RTN
               IF WK-ALS-HIT-FLG = "Y"
                   MOVE      WK-ALS-NAME     TO   WK-IN-COUNTRY
                   PERFORM   ALIAS-HIT-RTN
               END-IF

               PERFORM   DATA-VALIDATE-RTN

               IF WK-REJ-FLG = "Y"
                  FUNCTION TRIM(WK-DELTA-DEATHS-ED)    DELIMITED BY SIZE
                  ",""NewRecovered"":"    DELIMITED BY SIZE
                  FUNCTION TRIM(WK-DELTA-RECOVERED-ED) DELIMITED BY SIZE
                  ",""Carried"":false"    DELIMITED BY SIZE
                  "}"                     DELIMITED BY SIZE
                 INTO WK-DOC-BODY
           END-STRING
               MOVE    FUNCTION NUMVAL(FUNCTION TRIM(WK-IN-RECOVERED))
                                        TO   WK-PRIOR-RECOVERED

      *        報告欠落管理(最終報告データ日付・連続欠落日数)の更新
      *        欠落判定はCZZ1230の業務日付実行で行うため実行業務日付
      *        は新規キーのみ空白で初期化する
               IF WK-PRIOR-FOUND = "N"
                   MOVE   SPACES   TO   WK-PRIOR-LAST-DATE
                                        WK-PRIOR-RUN-BUSDATE
                   MOVE   0        TO   WK-PRIOR-MISS-DAYS
               END-IF
               IF WK-NORM-DATE(1:10) > WK-PRIOR-LAST-DATE
                   MOVE   WK-NORM-DATE(1:10)   TO   WK-PRIOR-LAST-DATE
                   MOVE   0                    TO   WK-PRIOR-MISS-DAYS
               END-IF

               IF WK-PRIOR-FOUND = "Y"
                   REWRITE  FDZZPRI-REC
               ELSE
           .
      ******************************************************************
      * 日次集計履歴 書き出し処理(CZZ1230と同一要領)
      * 締め済み月の行は履歴を更新せず調整台帳へ振り替える
      ******************************************************************
       HISTORY-WRITE-RTN.
           MOVE    SPACES            TO   WK-HIS-KEY
           MOVE    FUNCTION TRIM(WK-IN-COUNTRY)
                                     TO   WK-HIS-COUNTRY
           MOVE    WK-NORM-DATE(1:10)    TO   WK-HIS-DATE
           MOVE    WK-NORM-DATE(11:9)    TO   WK-HIS-DATE-TIME

           MOVE    FUNCTION NUMVAL(FUNCTION TRIM(WK-IN-CONFIRMED))
                                     TO   WK-HIS-CONFIRMED
           MOVE    WK-DELTA-CONFIRMED    TO   WK-HIS-NEW-CONFIRMED
           MOVE    WK-DELTA-DEATHS       TO   WK-HIS-NEW-DEATHS
           MOVE    WK-DELTA-RECOVERED    TO   WK-HIS-NEW-RECOVERED
           MOVE    "N"                   TO   WK-HIS-CARRIED-FLG

           PERFORM   ADJUST-CHECK-RTN
           IF WK-PCL-CLOSED-FLG = "Y"
               PERFORM   ADJUST-ROUTE-RTN
           ELSE
               WRITE   FDZZHIS-REC
                   INVALID KEY
                       REWRITE  FDZZHIS-REC
               END-WRITE

               PERFORM   HISTORY-PURGE-RTN
           END-IF
           .
      ******************************************************************
      * 日次集計履歴 世代管理(パージ)処理(CZZ1230と同一要領)
           IF WK-HAR-AVAILABLE = "Y"
               CLOSE   FDZZHAR
           END-IF
           PERFORM   ADJUST-CLOSE-RTN
           IF WK-ALS-AVAILABLE = "Y"
               CLOSE   FDZZALS
           END-IF

           DISPLAY "--- RECYCLE SUMMARY REPORT ---"
           DISPLAY "REJECTS READ      : "  WK-CNT-FDZZ9C9
           DISPLAY "REPAIRED          : "  WK-CNT-REPAIRED
                   " (VIA CORRECTIONS: " WK-CNT-CORRECTED ")"
           DISPLAY "STILL REJECTED    : "  WK-CNT-RESTREJ
           DISPLAY "COUNTRY ALIASED   : "  WK-CNT-ALS-HIT
           DISPLAY "HISTORY ARCHIVED  : "  WK-CNT-FDZZHAR
                   " (PURGED GENERATIONS)"
           DISPLAY "CLOSED-PERIOD ADJ : "  WK-CNT-ADJ-WRITE
                   " (UNCHANGED: " WK-CNT-ADJ-SAME
                   " NOT RECORDED: " WK-CNT-ADJ-LOST ")"
           DISPLAY "------------------------------"

      *    締め済み期間への変更を調整台帳へ振り替えた場合は
      *    期間締めレポートでの確認を促すためRC=4の警告終了とする
           IF WK-CNT-ADJ-WRITE > 0 OR WK-CNT-ADJ-LOST > 0
               MOVE    4       TO RETURN-CODE
           ELSE
               MOVE    ZERO    TO RETURN-CODE
           END-IF
           DISPLAY "END: CZZ1235"
           .
      ******************************************************************
      * 異常終了処理
      ******************************************************************
       ABEND-RTN.
           IF WK-REJIN-AVAILABLE = "Y"
               CLOSE   FDZZ9C9
           END-IF
           CLOSE   FDZZ9CJ FDZZ9CR FDZZRPT FDZZREF FDZZPRI FDZZHIS
           IF WK-HAR-AVAILABLE = "Y"
               CLOSE   FDZZHAR
           END-IF
           PERFORM   ADJUST-CLOSE-RTN
           IF WK-ALS-AVAILABLE = "Y"
               CLOSE   FDZZALS
           END-IF
           MOVE    16      TO   RETURN-CODE
           DISPLAY "END: CZZ1235 (ABEND)"
           STOP RUN
           .
      *    国名エイリアス(正規国名変換)処理(CZZ1230と共通)
           COPY  CZZALS03.
      *    締め済み期間判定処理(CZZ1230/1238/1246と共通)
           COPY  CZZPCL03.
      *    締め済み期間の調整台帳振り替え処理(CZZ1230と共通)
           COPY  CZZADJ03.
      *    実行時パラメタ読み込み処理(CZZ1230と共通)
           COPY  CZZPRM02.
