       SELECT  FDZZLCK  ASSIGN TO "FDZZLCK"                                    "ec2_runlock.dat"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-LCK-FS.
       SELECT  FDZZALS  ASSIGN TO "FDZZALS"                                    "ec2_country_alias.dat"
               ORGANIZATION       IS   INDEXED
               ACCESS MODE        IS   RANDOM
               RECORD KEY         IS   WK-ALS-RAW-NAME
               FILE STATUS        IS   WK-ALS-FS.
       SELECT  FDZZALH  ASSIGN TO "FDZZALH"                                    "ec2_alias_hits.txt"
               ORGANIZATION       IS   LINE SEQUENTIAL.
       SELECT  FDZZ9CM  ASSIGN TO "FDZZ9CM"                                     "ec2_datamiss.txt"
               ORGANIZATION       IS   LINE SEQUENTIAL.
       SELECT  FDZZRUV  ASSIGN TO "FDZZRUV"                                    "ec2_rollup_variance.txt"
               ORGANIZATION       IS   LINE SEQUENTIAL.
       SELECT  FDZZXRG  ASSIGN TO "FDZZXRG"                                    "ec2_extract_reg.dat"
               ORGANIZATION       IS   INDEXED
               ACCESS MODE        IS   DYNAMIC
               RECORD KEY         IS   WK-XRG-BUSDATE
               FILE STATUS        IS   WK-XRG-FS.
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
       FD FDZZSNS RECORDING MODE IS V.
          01 FDZZSNS-REC                    PIC X(20).
       FD FDZZHAR RECORDING MODE IS V.
          01 FDZZHAR-REC                    PIC X(140).
       FD FDZZPRV.
           COPY  CZZPRV01.
       FD FDZZ9CS RECORDING MODE IS V.
          01 FDZZ9CC-OUT-REC                PIC X(300).
       FD FDZZLCK RECORDING MODE IS V.
          01 FDZZLCK-REC                    PIC X(30).
       FD FDZZALS.
           COPY  CZZALS01.
       FD FDZZALH RECORDING MODE IS V.
          01 FDZZALH-OUT-REC                PIC X(120).
       FD FDZZ9CM RECORDING MODE IS V.
          01 FDZZ9CM-OUT-REC                PIC X(250).
       FD FDZZRUV RECORDING MODE IS V.
          01 FDZZRUV-OUT-REC                PIC X(200).
       FD FDZZXRG.
           COPY  CZZXRG01.
       FD FDZZPCL.
           COPY  CZZPCL01.
       FD FDZZADJ RECORDING MODE IS V.
           COPY  CZZADJ01.

      ******************************************************************
       WORKING-STORAGE     SECTION.
           03 WK-CKPT-SPK-X                  PIC X(6)  VALUE ZEROS.
           03 WK-CKPT-SUS-X                  PIC X(6)  VALUE ZEROS.
           03 WK-CKPT-CLN-X                  PIC X(6)  VALUE ZEROS.
           03 WK-CKPT-RSP-X                  PIC X(6)  VALUE ZEROS.
           03 WK-CKPT-RSS-X                  PIC X(6)  VALUE ZEROS.
           03 WK-SKIP-CNT                    PIC 9(6) VALUE 0.

      *    トレーラレコード検証用(伝送完全性チェック)
      *    JSONへ出力した値と同一の内容でフラットCSVにも書き出す
      *    (Province/Countryはカンマを含み得るため引用符で囲む)
       01  WK-CNT-FDZZ9CC                    PIC 9(6) VALUE 0.
       01  WK-CLN-HEADER                     PIC X(120) VALUE
           "Date,Province,Country,LastUpdate,CountryCode,Confirmed,Death
      -    "s,Recovered,NewConfirmed,NewDeaths,NewRecovered,Carried".

      *    索引別ドキュメント件数(投入先索引毎の突合用)
       01  WK-IXC-COUNT                      PIC 9(3) VALUE 0.
       01  WK-IXC-I                          PIC 9(3) VALUE 0.
       01  WK-IXC-HIT-FLG                    PIC X    VALUE "N".

      *    国名エイリアス適用レポート編集用
       01  WK-ALH-CNT-ED                     PIC Z(5)9.

      *    報告欠落(欠落レポータ)検知用
      *    明細処理後に前日集計を通読し、当回の実行で報告の無かった
      *    キーを欠落レポータファイルへ書き出す。引き継ぎ指定
      *    (CARRY-FORWARD=Y)時は前回累計をデルタ0の引き継ぎ行として
      *    JSON・クレンジング済みCSV・履歴へ出力する。
      *    引き継ぎ行の日付は当回抽出の最新データ日付とする
       01  WK-MIS-AREA.
           03 WK-MIS-EOF-FLG                 PIC X     VALUE "N".
           03 WK-MIS-CARRY-DATE              PIC X(19) VALUE SPACES.
           03 WK-MIS-PRESENT-FLG             PIC X     VALUE "N".
           03 WK-MIS-STATUS                  PIC X(10) VALUE SPACES.
           03 WK-MIS-CONF-ED                 PIC Z(9)9.
           03 WK-MIS-DTH-ED                  PIC Z(9)9.
           03 WK-MIS-REC-ED                  PIC Z(9)9.
           03 WK-CNT-FDZZ9CM                 PIC 9(6)  VALUE 0.
           03 WK-CNT-MIS-CARRY               PIC 9(6)  VALUE 0.
           03 WK-CNT-MIS-OVER                PIC 9(6)  VALUE 0.
      *    引き継ぎ行出力中フラグ(JSON・CSV・履歴の引き継ぎ表示)
       01  WK-CARRY-FLG                      PIC X     VALUE "N".
       01  WK-CARRY-JSON                     PIC X(20) VALUE SPACES.

      *    Province合計⇔国レベル行 ロールアップ突合用
      *    事前スキャンで日付+Country毎にProvince行の合計と国レベル行
      *    (Province空欄)の値を突き合わせ、食い違いをロールアップ差異
      *    レポート(ec2_rollup_variance.txt)へ書き出す。食い違う国の
      *    扱いは ROLLUP-ACTION パラメタに従う
      *    (KEEP=両方取り込む SUPPRESS=国レベル行を取り込まない
      *     SUSPEND=当該国の全行をサスペンスへ回す)
           COPY  CZZRUP02.
       01  WK-RUV-AREA.
           03 WK-RUV-MEASURE                 PIC X(10).
           03 WK-RUV-PRV                     PIC 9(12).
           03 WK-RUV-CTY                     PIC 9(12).
           03 WK-RUV-DIFF                    PIC S9(12).
           03 WK-RUV-PCT                     PIC S9(7)V99.
           03 WK-RUV-PRV-ED                  PIC Z(11)9.
           03 WK-RUV-CTY-ED                  PIC Z(11)9.
           03 WK-RUV-DIFF-ED                 PIC -(11)9.
           03 WK-RUV-PCT-ED                  PIC -(7)9.99.
           03 WK-RUV-PCT-X                   PIC X(12).
           03 WK-RUV-PRV-CNT-ED              PIC Z(3)9.
           03 WK-RUV-CNT-ED                  PIC Z(5)9.
           03 WK-RUV-RESULT                  PIC X(8).
           03 WK-RUV-BASIS                   PIC X(12).
           03 WK-RUV-ACTION                  PIC X(24).
       01  WK-RUP-ACT-FLG                    PIC X    VALUE "N".
       01  WK-RUP-ROW-OK                     PIC X    VALUE "N".
       01  WK-RUP-CNT-ACT-AREA.
           03 WK-CNT-RUP-SUPP                PIC 9(6) VALUE 0.
           03 WK-CNT-RUP-SUSP                PIC 9(6) VALUE 0.
      *    サスペンスファイルへ出力する理由
       01  WK-SUS-REASON                     PIC X(60) VALUE SPACES.
       01  WK-SUS-RSN-PRV                    PIC X(60) VALUE
           "UNKNOWN PROVINCE/COUNTRY COMBINATION".
       01  WK-SUS-RSN-RUP                    PIC X(60) VALUE
           "ROLL-UP VARIANCE - COUNTRY SUSPENDED".

      *    抽出再送・鮮度ガード用
      *    事前スキャンで明細行(ヘッダ・トレーラを除く)の内容指紋と
      *    LastUpdateの最大値を求め、抽出取り込み台帳と照合する。
      *    上流が前日の抽出を当日分として再送した場合に、全キーの
      *    デルタが0の"平坦な1日"を取り込んでしまわないようにする
       01  WK-XRG-FS                         PIC X(2) VALUE "00".
       01  WK-GRD-AREA.
           03 WK-GRD-EOF-FLG                 PIC X     VALUE "N".
           03 WK-GRD-LINE-CNT                PIC 9(6)  VALUE 0.
           03 WK-GRD-FINGERPRINT.
               05 WK-GRD-HASH                PIC X(8)  VALUE SPACES.
               05 WK-GRD-ROWS                PIC 9(6)  VALUE 0.
               05 WK-GRD-BYTES               PIC 9(10) VALUE 0.
           03 WK-GRD-MAX-LASTUPD             PIC X(19) VALUE SPACES.
           03 WK-GRD-REPLAY-FLG              PIC X     VALUE "N".
           03 WK-GRD-REPLAY-DATE             PIC X(8)  VALUE SPACES.
           03 WK-GRD-STALE-FLG               PIC X     VALUE "N".
           03 WK-GRD-PREV-BUSDATE            PIC X(8)  VALUE SPACES.
           03 WK-GRD-PREV-LASTUPD            PIC X(19) VALUE SPACES.
           03 WK-GRD-VERDICT                 PIC X(8)  VALUE SPACES.

      *    締め済み期間(月次締め)の判定・調整台帳への振り替え用
      *    締め済み月の日次集計履歴は更新せず調整台帳へ記録する
           COPY  CZZPCL02.
           COPY  CZZADJ02.

      *    内容指紋(Adler-32)算出用(CZZ1251の配信ハッシュと同じ方式)
       01  WK-HSH-AREA.
           03 WK-HSH-A                       PIC 9(5)  VALUE 1.
           03 WK-HSH-B                       PIC 9(5)  VALUE 0.
           03 WK-HSH-LEN                     PIC 9(4)  VALUE 0.
           03 WK-HSH-POS                     PIC 9(4)  VALUE 0.
           03 WK-HSH-BYTE                    PIC 9(3)  VALUE 0.
           03 WK-HSH-WORK                    PIC 9(5)  VALUE 0.
           03 WK-HSH-QUOT                    PIC 9(5)  VALUE 0.
           03 WK-HSH-DIGIT                   PIC 9(2)  VALUE 0.
           03 WK-HSH-HEX-I                   PIC 9(2)  VALUE 0.
           03 WK-HSH-HEX                     PIC X(8)  VALUE SPACES.
       01  WK-HEX-CHARS                      PIC X(16) VALUE
           "0123456789abcdef".

      *    CSVヘッダ検証/デクォート用作業域(CZZ1233と共通)
           COPY  CZZHDR01.

      *    Date/LastUpdate 正規化用作業域
           COPY  CZZDTN01.

      *    国名エイリアス(正規国名変換)用作業域
      *    上流の国名改称で同じ国が別キーにならないよう、明細の国名は
      *    取り込み直後に正規国名へ読み替え、以降の重複検出・
      *    Province/Countryチェック・前日集計・履歴・JSON・クレンジング
      *    済みCSVはすべて正規国名で扱う
           COPY  CZZALS02.

      *    実行管理(ランログ)記録用作業域
           COPY  CZZRUN02.
       01  WK-RUN-BUSDATE-ENV                PIC X(8)  VALUE SPACES.
                                     TO   WK-ALERT-PCT-THRESH
           END-IF

      *    抽出再送・鮮度ガード(取り込み済み抽出の再送は前日集計・
      *    履歴・スナップショットに触れる前に拒否する)
           PERFORM   GUARD-RTN

      *    前日集計・履歴ファイルの更新前スナップショット制御。
      *    リスタート時は異常終了した実行の取得済みスナップショットを
      *    そのままベースラインとするため、取得も復元も行わない
               PERFORM   SNAPSHOT-CTL-RTN
           END-IF

      *    国名エイリアステーブル(重複キーも正規国名で判定するため
      *    事前スキャンより前に開く。無い場合は読み替えなしで継続)
           PERFORM   ALIAS-OPEN-RTN

      *    重複キー検出のための事前スキャン(last-wins判定用)
           PERFORM   DUPSCAN-RTN

      *    Province合計⇔国レベル行のロールアップ突合(重複キーの
      *    last-wins判定後の有効行で突き合わせ、差異レポートを出力する)
           PERFORM   ROLLUP-SCAN-RTN

           OPEN   INPUT  FDZZ9C0

           IF WK-RESTART-CNT > 0
      *    全レコードを既定索引へ振り向ける)
           PERFORM   RULES-LOAD-RTN

      *    前日集計ファイル(無い(35)場合のみ新規作成して開き直す。
      *    レコード長不一致(39)等のその他のエラーは、蓄積済みの内容
      *    を作り直さないよう異常終了する)
           OPEN   I-O    FDZZPRI
           IF WK-PRIOR-FS = "35"
               OPEN   OUTPUT FDZZPRI
               CLOSE  FDZZPRI
               OPEN   I-O    FDZZPRI
           IF WK-PRIOR-FS = "00"
               MOVE   "Y"   TO   WK-PRIOR-AVAILABLE
           ELSE
               DISPLAY "*** ABEND: PRIOR-DAY TOTALS FILE OPEN ERROR: "
                       WK-PRIOR-FS " ***"
               IF WK-PRIOR-FS = "39"
                   DISPLAY "RECORD LAYOUT MISMATCH - CONVERT THE FILE "
                           "WITH CZZ1254"
               END-IF
               PERFORM   ABEND-RTN
           END-IF

      *    日次集計履歴ファイル(無い(35)場合のみ新規作成して開き直す。
      *    レコード長不一致(39)等のその他のエラーは、蓄積済みの内容
      *    を作り直さないよう異常終了する)
           OPEN   I-O    FDZZHIS
           IF WK-HIS-FS = "35"
               OPEN   OUTPUT FDZZHIS
               CLOSE  FDZZHIS
               OPEN   I-O    FDZZHIS
           IF WK-HIS-FS = "00"
               MOVE   "Y"   TO   WK-HIS-AVAILABLE
           ELSE
               DISPLAY "*** ABEND: HISTORY FILE OPEN ERROR: "
                       WK-HIS-FS " ***"
               IF WK-HIS-FS = "39"
                   DISPLAY "RECORD LAYOUT MISMATCH - CONVERT THE FILE "
                           "WITH CZZ1254"
               END-IF
               PERFORM   ABEND-RTN
           END-IF

      *    履歴パージアーカイブファイル(累積のため追記で開く。
               END-IF
           END-IF

      *    締め済み期間の読み込みと調整台帳のオープン
           IF WK-HIS-AVAILABLE = "Y"
               MOVE    "CZZ1230"          TO   WK-ADJ-L-PGM
               MOVE    WK-RUN-L-BUSDATE   TO   WK-ADJ-L-BUSDATE
               PERFORM   ADJUST-OPEN-RTN
               IF WK-PCL-ERR-FLG = "Y"
                   PERFORM   ABEND-RTN
               END-IF
           END-IF

      *    ヘッダを読み飛ばす
           PERFORM   FDZZ9C0-READ-RTN.

           IF WK-HAR-AVAILABLE = "Y"
               CLOSE   FDZZHAR
           END-IF
           PERFORM   ADJUST-CLOSE-RTN
           IF WK-ALS-AVAILABLE = "Y"
               CLOSE   FDZZALS
           END-IF
           PERFORM   LOCK-RELEASE-RTN
           MOVE    16      TO   RETURN-CODE
           DISPLAY "END: CZZ1230 (ABEND)"
                                            WK-CKPT-SPK-X
                                            WK-CKPT-SUS-X
                                            WK-CKPT-CLN-X
                                            WK-CKPT-RSP-X
                                            WK-CKPT-RSS-X
                   END-READ
               END-PERFORM
               CLOSE     FDZZ9CK
                   IF WK-CKPT-CLN-X NOT = SPACES
                       MOVE  WK-CKPT-CLN-X     TO   WK-CNT-FDZZ9CC
                   END-IF
                   IF WK-CKPT-RSP-X NOT = SPACES
                       MOVE  WK-CKPT-RSP-X     TO   WK-CNT-RUP-SUPP
                   END-IF
                   IF WK-CKPT-RSS-X NOT = SPACES
                       MOVE  WK-CKPT-RSS-X     TO   WK-CNT-RUP-SUSP
                   END-IF
               END-IF
           ELSE
               DISPLAY "NO CHECKPOINT FOUND - STARTING FROM BEGINNING"
           STOP RUN
           .
      ******************************************************************
      * 抽出再送・鮮度ガード処理
      * 入力ファイルを通読して内容指紋(ヘッダ・トレーラを除く明細行
      * のAdler-32・明細件数・バイト数)とLastUpdateの最大値を求め、
      * 抽出取り込み台帳(ec2_extract_reg.dat)と照合する。
      *   ・別の業務日付で取り込み済みの抽出と指紋が一致 ⇒ REPLAY
      *     (EXTRACT-REPLAY-ACTION=REFUSE は取り込まずRC=12で終了、
      *      WARN は取り込んでRC=4で終了)
      *   ・LastUpdateの最大値が直前の業務日付で取り込んだ抽出の
      *     最大値を超えていない ⇒ STALE(取り込んでRC=4で終了)
      * 判定結果(PASSED/STALE/REPLAY)はランログへ記録し、CZZ1240が
      * 一括投入前にチェーンを止める。同一業務日付の再実行(FORCE・
      * リスタート)は再送とはみなさない
      ******************************************************************
       GUARD-RTN.
      *    単独実行で業務日付が未設定の場合はシステム日付とする
      *    (ランログ開始記録と同じ決め方)
           IF WK-RUN-L-BUSDATE = SPACES
               ACCEPT  WK-RUN-L-BUSDATE  FROM DATE YYYYMMDD
           END-IF

           MOVE    1        TO   WK-HSH-A
           MOVE    0        TO   WK-HSH-B WK-GRD-ROWS WK-GRD-BYTES
                                 WK-GRD-LINE-CNT
           MOVE    SPACES   TO   WK-GRD-MAX-LASTUPD
           MOVE    "N"      TO   WK-GRD-EOF-FLG
           OPEN    INPUT    FDZZ9C0
           PERFORM   GUARD-READ-RTN
                     UNTIL WK-GRD-EOF-FLG = "Y"
           CLOSE   FDZZ9C0
           PERFORM   HASH-HEX-RTN
           MOVE    WK-HSH-HEX   TO   WK-GRD-HASH

           MOVE    "N"      TO   WK-GRD-REPLAY-FLG WK-GRD-STALE-FLG
           MOVE    SPACES   TO   WK-GRD-REPLAY-DATE WK-GRD-PREV-BUSDATE
                                 WK-GRD-PREV-LASTUPD
           OPEN    INPUT    FDZZXRG
           IF WK-XRG-FS = "00"
               MOVE    "N"   TO   WK-GRD-EOF-FLG
               PERFORM   GUARD-REG-READ-RTN
                         UNTIL WK-GRD-EOF-FLG = "Y"
               CLOSE   FDZZXRG
           ELSE
               DISPLAY "EXTRACT REGISTRY NOT AVAILABLE - "
                       "NO PREVIOUS LOAD TO COMPARE WITH"
           END-IF

           IF WK-GRD-PREV-LASTUPD NOT = SPACES
                AND WK-GRD-MAX-LASTUPD NOT > WK-GRD-PREV-LASTUPD
               MOVE   "Y"   TO   WK-GRD-STALE-FLG
           END-IF

           EVALUATE TRUE
               WHEN WK-GRD-REPLAY-FLG = "Y"
                   MOVE   "REPLAY"   TO   WK-GRD-VERDICT
               WHEN WK-GRD-STALE-FLG = "Y"
                   MOVE   "STALE"    TO   WK-GRD-VERDICT
               WHEN OTHER
                   MOVE   "PASSED"   TO   WK-GRD-VERDICT
           END-EVALUATE
           MOVE    WK-GRD-VERDICT   TO   WK-RUN-L-GUARD

           DISPLAY "--- EXTRACT GUARD ---"
           DISPLAY "FINGERPRINT       : " WK-GRD-HASH
                   " ROWS: " WK-GRD-ROWS " BYTES: " WK-GRD-BYTES
           DISPLAY "MAX LASTUPDATE    : " WK-GRD-MAX-LASTUPD
           IF WK-GRD-PREV-BUSDATE NOT = SPACES
               DISPLAY "PREVIOUS LOAD     : " WK-GRD-PREV-BUSDATE
                       " MAX LASTUPDATE " WK-GRD-PREV-LASTUPD
           END-IF
           IF WK-GRD-STALE-FLG = "Y"
               DISPLAY "WARNING: MAX LASTUPDATE HAS NOT ADVANCED "
                       "PAST THE PREVIOUS LOAD - STALE EXTRACT"
           END-IF
           IF WK-GRD-REPLAY-FLG = "Y"
               DISPLAY "EXTRACT IS IDENTICAL TO THE ONE LOADED FOR "
                       "BUSINESS DATE " WK-GRD-REPLAY-DATE
           END-IF
           DISPLAY "GUARD VERDICT     : " WK-GRD-VERDICT

           IF WK-GRD-REPLAY-FLG = "Y"
               IF WK-PRM-REPLAY-ACTION = "REFUSE"
                   DISPLAY "*** EXTRACT REPLAY - LOAD REFUSED ***"
                   PERFORM   GUARD-REFUSE-RTN
               ELSE
                   DISPLAY "WARNING: EXTRACT REPLAY LOADED "
                           "(EXTRACT-REPLAY-ACTION=WARN)"
               END-IF
           END-IF
           .
      ******************************************************************
      * 抽出再送・鮮度ガード 事前スキャンの1件読み込み処理
      * 明細行は読み込んだままの内容で指紋へ積み上げる
      ******************************************************************
       GUARD-READ-RTN.
           INITIALIZE            WK-CSV-IN-FILE
           READ FDZZ9C0
                AT END
                    MOVE   "Y"   TO WK-GRD-EOF-FLG
                NOT AT END
                    ADD    1     TO      WK-GRD-LINE-CNT
                    IF WK-GRD-LINE-CNT > 1
                        PERFORM      FDZZ9C0-DEQUOTE-RTN
                        UNSTRING     WK-PARSE-REC
                        DELIMITED    BY ","
                                     INTO    WK-IN-SNO
                                             WK-IN-DATE
                                             WK-IN-PROVINCE
                                             WK-IN-COUNTRY
                                             WK-IN-LASTUPDATE
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                                    WK-IN-SNO)) NOT = "TRAILER"
                            ADD      1   TO   WK-GRD-ROWS
                            PERFORM  HASH-ADD-RTN
                            MOVE     WK-IN-LASTUPDATE   TO   WK-DTN-IN
                            PERFORM  DATE-NORMALIZE-RTN
                            IF WK-DTN-OK = "Y"
                                 AND WK-DTN-OUT > WK-GRD-MAX-LASTUPD
                                MOVE  WK-DTN-OUT  TO  WK-GRD-MAX-LASTUPD
                            END-IF
                        END-IF
                    END-IF
           END-READ
           .
      ******************************************************************
      * 抽出取り込み台帳の1件読み込み・照合処理
      * 台帳は業務日付順のため、当回業務日付より前の最後のエントリが
      * 直前の取り込みとなる。明細0件の抽出は再送判定しない
      ******************************************************************
       GUARD-REG-READ-RTN.
           READ    FDZZXRG  NEXT RECORD
               AT END
                   MOVE   "Y"   TO   WK-GRD-EOF-FLG
               NOT AT END
                   IF WK-XRG-BUSDATE NOT = WK-RUN-L-BUSDATE
                        AND WK-XRG-FINGERPRINT = WK-GRD-FINGERPRINT
                        AND WK-GRD-ROWS > 0
                       MOVE   "Y"              TO   WK-GRD-REPLAY-FLG
                       MOVE   WK-XRG-BUSDATE   TO   WK-GRD-REPLAY-DATE
                   END-IF
                   IF WK-XRG-BUSDATE < WK-RUN-L-BUSDATE
                       MOVE   WK-XRG-BUSDATE       TO
                              WK-GRD-PREV-BUSDATE
                       MOVE   WK-XRG-MAX-LASTUPD   TO
                              WK-GRD-PREV-LASTUPD
                   END-IF
           END-READ
           .
      ******************************************************************
      * 抽出再送の取り込み拒否処理
      * 業務ファイル・スナップショットマーカーは未更新のため、
      * ランログ記録(RC=12)とロック解放のみ行う
      ******************************************************************
       GUARD-REFUSE-RTN.
           MOVE    WK-GRD-LINE-CNT  TO   WK-RUN-L-READ
           MOVE    0                TO   WK-RUN-L-WRITE WK-RUN-L-REJ
           MOVE    12               TO   WK-RUN-L-RC
           PERFORM   RUNLOG-END-RTN
           PERFORM   LOCK-RELEASE-RTN
           DISPLAY "IF THE EXTRACT IS GENUINE, RERUN WITH "
                   "EXTRACT-REPLAY-ACTION=WARN"
           MOVE    12      TO   RETURN-CODE
           DISPLAY "END: CZZ1230 (REPLAY REFUSED)"
           STOP RUN
           .
      ******************************************************************
      * 抽出取り込み台帳への登録処理
      * 当回業務日付のエントリを取り込んだ抽出の指紋で登録する
      * (同一業務日付の再実行は置き換え)。台帳が無ければ作成する
      ******************************************************************
       GUARD-REGISTER-RTN.
           OPEN   I-O    FDZZXRG
           IF WK-XRG-FS NOT = "00"
               OPEN   OUTPUT FDZZXRG
               CLOSE  FDZZXRG
               OPEN   I-O    FDZZXRG
           END-IF

           IF WK-XRG-FS = "00"
               MOVE    WK-RUN-L-BUSDATE   TO   WK-XRG-BUSDATE
               READ    FDZZXRG
                       KEY IS WK-XRG-BUSDATE
                   INVALID KEY
                       PERFORM   GUARD-REG-SET-RTN
                       WRITE     FDZZXRG-REC
                   NOT INVALID KEY
                       PERFORM   GUARD-REG-SET-RTN
                       REWRITE   FDZZXRG-REC
               END-READ
               CLOSE  FDZZXRG
           ELSE
               DISPLAY "EXTRACT REGISTRY COULD NOT BE UPDATED - "
                       "THIS LOAD WILL NOT BE CHECKED FOR REPLAY"
           END-IF
           .
      ******************************************************************
      * 抽出取り込み台帳エントリの編集処理
      ******************************************************************
       GUARD-REG-SET-RTN.
           MOVE    WK-RUN-L-BUSDATE     TO   WK-XRG-BUSDATE
           MOVE    WK-GRD-FINGERPRINT   TO   WK-XRG-FINGERPRINT
           MOVE    WK-GRD-MAX-LASTUPD   TO   WK-XRG-MAX-LASTUPD
           MOVE    WK-RUN-L-INFILE      TO   WK-XRG-INFILE
           MOVE    WK-RUN-L-STAMP       TO   WK-XRG-LOAD-STAMP
           MOVE    WK-GRD-VERDICT       TO   WK-XRG-GUARD
           .
      ******************************************************************
      * 内容指紋 1行分の積み上げ処理(明細行+改行)
      ******************************************************************
       HASH-ADD-RTN.
           MOVE    0     TO   WK-HSH-LEN
           IF FDZZ9C0-IN-REC NOT = SPACES
               MOVE   FUNCTION LENGTH(FUNCTION TRIM(FDZZ9C0-IN-REC
                      TRAILING))   TO   WK-HSH-LEN
           END-IF

           PERFORM  VARYING  WK-HSH-POS  FROM  1  BY  1
                    UNTIL  WK-HSH-POS  >  WK-HSH-LEN
               COMPUTE  WK-HSH-BYTE =
                        FUNCTION ORD(FDZZ9C0-IN-REC(WK-HSH-POS:1)) - 1
               PERFORM   HASH-BYTE-RTN
           END-PERFORM

           MOVE    10    TO   WK-HSH-BYTE
           PERFORM   HASH-BYTE-RTN
           .
      ******************************************************************
      * 内容指紋 1バイト分の積み上げ処理(Adler-32)
      ******************************************************************
       HASH-BYTE-RTN.
           COMPUTE  WK-HSH-A = FUNCTION MOD(WK-HSH-A + WK-HSH-BYTE,
                                            65521)
           COMPUTE  WK-HSH-B = FUNCTION MOD(WK-HSH-B + WK-HSH-A,
                                            65521)
           ADD      1   TO   WK-GRD-BYTES
           .
      ******************************************************************
      * 内容指紋の16進8桁編集処理(上位4桁=B、下位4桁=A)
      ******************************************************************
       HASH-HEX-RTN.
           MOVE    SPACES     TO   WK-HSH-HEX
           MOVE    WK-HSH-B   TO   WK-HSH-WORK
           PERFORM  VARYING  WK-HSH-HEX-I  FROM  4  BY  -1
                    UNTIL  WK-HSH-HEX-I  <  1
               PERFORM   HASH-DIGIT-RTN
           END-PERFORM

           MOVE    WK-HSH-A   TO   WK-HSH-WORK
           PERFORM  VARYING  WK-HSH-HEX-I  FROM  8  BY  -1
                    UNTIL  WK-HSH-HEX-I  <  5
               PERFORM   HASH-DIGIT-RTN
           END-PERFORM
           .
      ******************************************************************
      * 16進1桁の取り出し処理(WK-HSH-WORK の最下位桁)
      ******************************************************************
       HASH-DIGIT-RTN.
           DIVIDE   WK-HSH-WORK   BY   16
                    GIVING     WK-HSH-QUOT
                    REMAINDER  WK-HSH-DIGIT
           MOVE     WK-HEX-CHARS(WK-HSH-DIGIT + 1:1)   TO
                    WK-HSH-HEX(WK-HSH-HEX-I:1)
           MOVE     WK-HSH-QUOT   TO   WK-HSH-WORK
           .
      ******************************************************************
      * 重複キー事前スキャン処理
      * 入力ファイルを一度通読し、正規化済みDate+Province+Country毎の
      * 最終出現行番号と出現回数をワークファイルへ控える。本処理は
                                     WK-CSV-COMMA-SUB  BY ","
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                                    WK-IN-SNO)) NOT = "TRAILER"
                            MOVE     WK-IN-COUNTRY  TO  WK-ALS-NAME
                            PERFORM  ALIAS-RESOLVE-RTN
                            MOVE     WK-ALS-NAME    TO  WK-IN-COUNTRY
                            PERFORM  DUPSCAN-KEY-RTN
                        END-IF
                    END-IF
           MOVE    WK-IN-DATE   TO   WK-DTN-IN
           PERFORM   DATE-NORMALIZE-RTN
           IF WK-DTN-OK = "Y"
      *        欠落キー引き継ぎ行の日付(当回抽出の最新データ日付)
               IF WK-DTN-OUT > WK-MIS-CARRY-DATE
                   MOVE    WK-DTN-OUT   TO   WK-MIS-CARRY-DATE
               END-IF
               MOVE    SPACES       TO   WK-DUP-KEY
               MOVE    WK-DTN-OUT   TO   WK-DUP-DATE
               MOVE    FUNCTION TRIM(WK-IN-PROVINCE)
           END-IF
           .
      ******************************************************************
      * Province合計⇔国レベル行 ロールアップ突合処理
      * 入力ファイルを通読して日付+Country毎にProvince行の合計と
      * 国レベル行の値を積み上げ、両方を持つ国の突合結果と採用基準を
      * ロールアップ差異レポートへ出力する。リスタート時も全件で
      * 突き合わせるため、判定結果は通常実行時と同一になる
      ******************************************************************
       ROLLUP-SCAN-RTN.
           MOVE   0     TO   WK-RUP-COUNT
           MOVE   "N"   TO   WK-SCAN-EOF-FLG
           MOVE   0     TO   WK-SCAN-CNT
           OPEN   INPUT  FDZZ9C0
           PERFORM   ROLLUP-SCAN-READ-RTN
                     UNTIL WK-SCAN-EOF-FLG = "Y"
           CLOSE  FDZZ9C0

           PERFORM   ROLLUP-DECIDE-RTN
           PERFORM   ROLLUP-REPORT-RTN
           .
      ******************************************************************
      * ロールアップ突合 事前スキャンの1件読み込み処理
      * 行番号は重複キー事前スキャンと同じ数え方(ヘッダ含む)とする
      ******************************************************************
       ROLLUP-SCAN-READ-RTN.
           INITIALIZE            WK-CSV-IN-FILE
           READ FDZZ9C0
                AT END
                    MOVE   "Y"   TO WK-SCAN-EOF-FLG
                NOT AT END
                    ADD    1     TO      WK-SCAN-CNT
                    IF WK-SCAN-CNT > 1
                        PERFORM      FDZZ9C0-DEQUOTE-RTN
                        UNSTRING     WK-PARSE-REC
                        DELIMITED    BY ","
                                     INTO    WK-IN-SNO
                                             WK-IN-DATE
                                             WK-IN-PROVINCE
                                             WK-IN-COUNTRY
                                             WK-IN-LASTUPDATE
                                             WK-IN-CONFIRMED
                                             WK-IN-DEATHS
                                             WK-IN-RECOVERED
                                             WK-IN-ACTION
                        INSPECT      WK-IN-DATE        REPLACING ALL
                                     WK-CSV-COMMA-SUB  BY ","
                        INSPECT      WK-IN-PROVINCE    REPLACING ALL
                                     WK-CSV-COMMA-SUB  BY ","
                        INSPECT      WK-IN-COUNTRY     REPLACING ALL
                                     WK-CSV-COMMA-SUB  BY ","
                        INSPECT      WK-IN-LASTUPDATE  REPLACING ALL
                                     WK-CSV-COMMA-SUB  BY ","
                        INSPECT      WK-IN-CONFIRMED   REPLACING ALL
                                     WK-CSV-COMMA-SUB  BY ","
                        INSPECT      WK-IN-DEATHS      REPLACING ALL
                                     WK-CSV-COMMA-SUB  BY ","
                        INSPECT      WK-IN-RECOVERED   REPLACING ALL
                                     WK-CSV-COMMA-SUB  BY ","
                        INSPECT      WK-IN-ACTION      REPLACING ALL
                                     WK-CSV-COMMA-SUB  BY ","
                        IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                                    WK-IN-SNO)) NOT = "TRAILER"
                            MOVE     WK-IN-COUNTRY  TO  WK-ALS-NAME
                            PERFORM  ALIAS-RESOLVE-RTN
                            MOVE     WK-ALS-NAME    TO  WK-IN-COUNTRY
                            PERFORM  ROLLUP-SCAN-ROW-RTN
                        END-IF
                    END-IF
           END-READ
           .
      ******************************************************************
      * ロールアップ突合 積み上げ対象判定処理
      * 本処理でリジェクト・上書き(superseded)となる行と、件数を
      * 伴わない delete 行は積み上げない
      ******************************************************************
       ROLLUP-SCAN-ROW-RTN.
           MOVE    "Y"      TO   WK-RUP-ROW-OK

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WK-IN-ACTION))
                       = "DELETE"
               MOVE   "N"   TO   WK-RUP-ROW-OK
           END-IF

           IF WK-RUP-ROW-OK = "Y"
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WK-IN-CONFIRMED))
                           NOT = 0
                   OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WK-IN-DEATHS))
                           NOT = 0
                   OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                           WK-IN-RECOVERED)) NOT = 0
                   MOVE   "N"   TO   WK-RUP-ROW-OK
               END-IF
           END-IF

           IF WK-RUP-ROW-OK = "Y"
               MOVE    WK-IN-LASTUPDATE   TO   WK-DTN-IN
               PERFORM   DATE-NORMALIZE-RTN
               IF WK-DTN-OK NOT = "Y"
                   MOVE   "N"   TO   WK-RUP-ROW-OK
               END-IF
           END-IF

           IF WK-RUP-ROW-OK = "Y"
               MOVE    WK-IN-DATE   TO   WK-DTN-IN
               PERFORM   DATE-NORMALIZE-RTN
               IF WK-DTN-OK NOT = "Y"
                   MOVE   "N"   TO   WK-RUP-ROW-OK
               END-IF
           END-IF

      *    重複キーは最終出現行のみを積み上げる(last-wins)
           IF WK-RUP-ROW-OK = "Y"
                AND WK-DUP-AVAILABLE = "Y"
               MOVE    SPACES       TO   WK-DUP-KEY
               MOVE    WK-DTN-OUT   TO   WK-DUP-DATE
               MOVE    FUNCTION TRIM(WK-IN-PROVINCE)
                                    TO   WK-DUP-PROVINCE
               MOVE    FUNCTION TRIM(WK-IN-COUNTRY)
                                    TO   WK-DUP-COUNTRY
               READ    FDZZDUP
                       KEY IS WK-DUP-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WK-DUP-LAST-LINE NOT = WK-SCAN-CNT
                           MOVE   "N"   TO   WK-RUP-ROW-OK
                       END-IF
               END-READ
           END-IF

           IF WK-RUP-ROW-OK = "Y"
               MOVE    WK-DTN-OUT(1:10)   TO   WK-RUP-IN-DATE
               MOVE    FUNCTION TRIM(WK-IN-COUNTRY)
                                          TO   WK-RUP-IN-COUNTRY
               IF FUNCTION TRIM(WK-IN-PROVINCE) = SPACES
                   MOVE   "N"   TO   WK-RUP-IN-PRV-FLG
               ELSE
                   MOVE   "Y"   TO   WK-RUP-IN-PRV-FLG
               END-IF
               MOVE    FUNCTION NUMVAL(FUNCTION TRIM(WK-IN-CONFIRMED))
                                          TO   WK-RUP-IN-CONFIRMED
               MOVE    FUNCTION NUMVAL(FUNCTION TRIM(WK-IN-DEATHS))
                                          TO   WK-RUP-IN-DEATHS
               MOVE    FUNCTION NUMVAL(FUNCTION TRIM(WK-IN-RECOVERED))
                                          TO   WK-RUP-IN-RECOVERED
               PERFORM   ROLLUP-ADD-RTN
           END-IF
           .
      ******************************************************************
      * ロールアップ差異レポート出力処理
      * Province行と国レベル行の両方を持つ国毎に突合結果・採用基準・
      * 取り扱いを出力し、食い違う国は件数項目毎のProvince合計・
      * 国レベル行・差(Province合計-国レベル行)・差の比率(国レベル
      * 行に対する%)を出力する
      ******************************************************************
       ROLLUP-REPORT-RTN.
           OPEN    OUTPUT   FDZZRUV

           INITIALIZE   FDZZRUV-OUT-REC
           STRING  "--- PROVINCE/COUNTRY ROLL-UP VARIANCE REPORT  BUSDAT
      -            "E: "                           DELIMITED BY SIZE
                   WK-RUN-L-BUSDATE                DELIMITED BY SIZE
                   "  ACTION: "                    DELIMITED BY SIZE
                   FUNCTION TRIM(WK-PRM-ROLLUP-ACTION)
                                                   DELIMITED BY SIZE
                   " ---"                          DELIMITED BY SIZE
                  INTO FDZZRUV-OUT-REC
           END-STRING
           WRITE   FDZZRUV-OUT-REC

           PERFORM  VARYING  WK-RUP-I  FROM  1  BY  1
                    UNTIL  WK-RUP-I  >  WK-RUP-COUNT
               IF WK-RUP-CTY-FLG(WK-RUP-I) = "Y"
                    AND WK-RUP-PRV-CNT(WK-RUP-I) > 0
                   PERFORM   ROLLUP-REPORT-KEY-RTN
               END-IF
           END-PERFORM

           IF WK-CNT-RUP-BOTH = 0
               MOVE    "NO COUNTRY HAS BOTH PROVINCE AND COUNTRY-LEVEL R
      -                "OWS"   TO   FDZZRUV-OUT-REC
               WRITE   FDZZRUV-OUT-REC
           END-IF

           MOVE    WK-CNT-RUP-BOTH   TO   WK-RUV-CNT-ED
           INITIALIZE   FDZZRUV-OUT-REC
           STRING  "COUNTRIES CHECKED: "           DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RUV-CNT-ED)    DELIMITED BY SIZE
                  INTO FDZZRUV-OUT-REC
           END-STRING
           MOVE    WK-CNT-RUP-VAR    TO   WK-RUV-CNT-ED
           STRING  FUNCTION TRIM(FDZZRUV-OUT-REC)  DELIMITED BY SIZE
                   "  VARIANCES: "                 DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RUV-CNT-ED)    DELIMITED BY SIZE
                  INTO FDZZRUV-OUT-REC
           END-STRING
           WRITE   FDZZRUV-OUT-REC

           CLOSE   FDZZRUV
           .
      ******************************************************************
      * ロールアップ差異レポート 国毎の明細出力処理
      ******************************************************************
       ROLLUP-REPORT-KEY-RTN.
           IF WK-RUP-VAR-FLG(WK-RUP-I) = "Y"
               MOVE   "VARIANCE"   TO   WK-RUV-RESULT
           ELSE
               MOVE   "MATCH"      TO   WK-RUV-RESULT
           END-IF

           EVALUATE WK-RUP-BASIS(WK-RUP-I)
               WHEN "P"
                   MOVE  "PROVINCE SUM"            TO   WK-RUV-BASIS
                   MOVE  "COUNTRY ROW SUPPRESSED"  TO   WK-RUV-ACTION
               WHEN "S"
                   MOVE  "NONE"                    TO   WK-RUV-BASIS
                   MOVE  "COUNTRY SUSPENDED"       TO   WK-RUV-ACTION
               WHEN OTHER
                   MOVE  "COUNTRY ROW"             TO   WK-RUV-BASIS
                   MOVE  "BOTH ROWS KEPT"          TO   WK-RUV-ACTION
           END-EVALUATE

           MOVE    WK-RUP-PRV-CNT(WK-RUP-I)   TO   WK-RUV-PRV-CNT-ED
           INITIALIZE   FDZZRUV-OUT-REC
           STRING  WK-RUV-RESULT                   DELIMITED BY SIZE
                   "  KEY: "                       DELIMITED BY SIZE
                   WK-RUP-DATE(WK-RUP-I)           DELIMITED BY SIZE
                   "_"                             DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RUP-COUNTRY(WK-RUP-I))
                                                   DELIMITED BY SIZE
                   "  PROVINCES: "                 DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RUV-PRV-CNT-ED) DELIMITED BY SIZE
                   "  BASIS: "                     DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RUV-BASIS)     DELIMITED BY SIZE
                   "  ACTION: "                    DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RUV-ACTION)    DELIMITED BY SIZE
                  INTO FDZZRUV-OUT-REC
           END-STRING
           WRITE   FDZZRUV-OUT-REC

           IF WK-RUP-VAR-FLG(WK-RUP-I) = "Y"
               MOVE  "CONFIRMED"                 TO   WK-RUV-MEASURE
               MOVE  WK-RUP-PRV-CONFIRMED(WK-RUP-I) TO WK-RUV-PRV
               MOVE  WK-RUP-CTY-CONFIRMED(WK-RUP-I) TO WK-RUV-CTY
               PERFORM   ROLLUP-REPORT-MEASURE-RTN
               MOVE  "DEATHS"                    TO   WK-RUV-MEASURE
               MOVE  WK-RUP-PRV-DEATHS(WK-RUP-I)    TO WK-RUV-PRV
               MOVE  WK-RUP-CTY-DEATHS(WK-RUP-I)    TO WK-RUV-CTY
               PERFORM   ROLLUP-REPORT-MEASURE-RTN
               MOVE  "RECOVERED"                 TO   WK-RUV-MEASURE
               MOVE  WK-RUP-PRV-RECOVERED(WK-RUP-I) TO WK-RUV-PRV
               MOVE  WK-RUP-CTY-RECOVERED(WK-RUP-I) TO WK-RUV-CTY
               PERFORM   ROLLUP-REPORT-MEASURE-RTN
           END-IF
           .
      ******************************************************************
      * ロールアップ差異レポート 件数項目毎の差異出力処理
      * 国レベル行が0の場合は比率を算出できないため N/A とする
      ******************************************************************
       ROLLUP-REPORT-MEASURE-RTN.
           COMPUTE   WK-RUV-DIFF = WK-RUV-PRV - WK-RUV-CTY
           IF WK-RUV-CTY = 0
               MOVE    "N/A"   TO   WK-RUV-PCT-X
           ELSE
               COMPUTE   WK-RUV-PCT ROUNDED =
                         WK-RUV-DIFF * 100 / WK-RUV-CTY
                   ON SIZE ERROR
                       MOVE   9999999.99   TO   WK-RUV-PCT
               END-COMPUTE
               MOVE    WK-RUV-PCT      TO   WK-RUV-PCT-ED
               MOVE    SPACES          TO   WK-RUV-PCT-X
               STRING  FUNCTION TRIM(WK-RUV-PCT-ED) DELIMITED BY SIZE
                       "%"                          DELIMITED BY SIZE
                      INTO WK-RUV-PCT-X
               END-STRING
           END-IF

           MOVE    WK-RUV-PRV    TO   WK-RUV-PRV-ED
           MOVE    WK-RUV-CTY    TO   WK-RUV-CTY-ED
           MOVE    WK-RUV-DIFF   TO   WK-RUV-DIFF-ED
           INITIALIZE   FDZZRUV-OUT-REC
           STRING  "    "                          DELIMITED BY SIZE
                   WK-RUV-MEASURE                  DELIMITED BY SIZE
                   " PROVINCE SUM: "               DELIMITED BY SIZE
                   WK-RUV-PRV-ED                   DELIMITED BY SIZE
                   "  COUNTRY ROW: "               DELIMITED BY SIZE
                   WK-RUV-CTY-ED                   DELIMITED BY SIZE
                   "  DIFF: "                      DELIMITED BY SIZE
                   WK-RUV-DIFF-ED                  DELIMITED BY SIZE
                   "  PCT: "                       DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RUV-PCT-X)     DELIMITED BY SIZE
                  INTO FDZZRUV-OUT-REC
           END-STRING
           WRITE   FDZZRUV-OUT-REC
           .
      ******************************************************************
      * ロールアップ突合結果による取り込み判定処理
      * 採用基準がサスペンドの国は全行をサスペンスへ回し、Province
      * 合計採用(国レベル行抑止)の国の国レベル行は取り込まない。
      * それ以外はそのまま編集・出力する(delete 行は対象外)
      ******************************************************************
       ROLLUP-CHECK-RTN.
           MOVE    "N"      TO   WK-RUP-ACT-FLG
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WK-IN-ACTION))
                       NOT = "DELETE"
               MOVE    WK-NORM-DATE(1:10)   TO   WK-RUP-IN-DATE
               MOVE    FUNCTION TRIM(WK-IN-COUNTRY)
                                            TO   WK-RUP-IN-COUNTRY
               PERFORM   ROLLUP-FIND-RTN
               IF WK-RUP-I > 0
                   IF WK-RUP-BASIS(WK-RUP-I) = "S"
                       MOVE   "S"   TO   WK-RUP-ACT-FLG
                   END-IF
                   IF WK-RUP-BASIS(WK-RUP-I) = "P"
                        AND FUNCTION TRIM(WK-IN-PROVINCE) = SPACES
                       MOVE   "P"   TO   WK-RUP-ACT-FLG
                   END-IF
               END-IF
           END-IF

           EVALUATE WK-RUP-ACT-FLG
               WHEN "S"
                   MOVE   WK-SUS-RSN-RUP   TO   WK-SUS-REASON
                   PERFORM   SUSPENSE-WRITE-RTN
                   ADD    1     TO   WK-CNT-RUP-SUSP
               WHEN "P"
                   ADD    1     TO   WK-CNT-RUP-SUPP
               WHEN OTHER
                   PERFORM   DATA-WRITE-RTN
           END-EVALUATE
           .
      ******************************************************************
      * データファイル取り込む処理
      ******************************************************************
       FDZZ9C0-READ-RTN.
                        IF WK-CNT-FDZZ9C0 > 1
                            ADD      1    TO   WK-CNT-DETAIL
                            PERFORM  TRAILER-HASH-RTN

      *                     明細の国名を正規国名へ読み替える
                            MOVE     WK-IN-COUNTRY  TO  WK-ALS-NAME
                            PERFORM  ALIAS-RESOLVE-RTN
                            IF WK-ALS-HIT-FLG = "Y"
                                MOVE     WK-ALS-NAME  TO  WK-IN-COUNTRY
                                PERFORM  ALIAS-HIT-RTN
                            END-IF
                        END-IF
                    END-IF
           END-READ
                       ELSE
                           PERFORM   PROVINCE-CHECK-RTN
                           IF WK-PRV-UNKNOWN-FLG = "Y"
                               MOVE   WK-SUS-RSN-PRV  TO  WK-SUS-REASON
                               PERFORM   SUSPENSE-WRITE-RTN
                           ELSE
                               PERFORM   ROLLUP-CHECK-RTN
                           END-IF
                       END-IF
                   END-IF
                   WK-CNT-FDZZ9CS    DELIMITED BY SIZE
                   ":"               DELIMITED BY SIZE
                   WK-CNT-FDZZ9CC    DELIMITED BY SIZE
                   ":"               DELIMITED BY SIZE
                   WK-CNT-RUP-SUPP   DELIMITED BY SIZE
                   ":"               DELIMITED BY SIZE
                   WK-CNT-RUP-SUSP   DELIMITED BY SIZE
                  INTO FDZZ9CK-REC
           END-STRING

           PERFORM   DATE-NORMALIZE-RTN
           IF WK-DTN-OK = "Y"
               MOVE   WK-DTN-OUT   TO   WK-NORM-DATE
               IF WK-DTN-OUT > WK-MIS-CARRY-DATE
                   MOVE   WK-DTN-OUT   TO   WK-MIS-CARRY-DATE
               END-IF
           ELSE
               MOVE   "Y"                       TO   WK-REJ-FLG
               MOVE   "UNPARSEABLE DATE VALUE"  TO   WK-REJ-REASON
      * Province/Country組み合わせ妥当性チェック処理
      * 参照テーブルに無い組み合わせはWK-PRV-UNKNOWN-FLGを立てる。
      * Province空欄(国レベル行)とテーブル未整備時はチェックしない
      * 参照テーブルは生の国名で登録されているため、正規国名へ読み
      * 替えた行で見つからない場合は生の国名で再検索する
      ******************************************************************
       PROVINCE-CHECK-RTN.
           MOVE    "N"      TO   WK-PRV-UNKNOWN-FLG
                   NOT INVALID KEY
                       CONTINUE
               END-READ

               IF WK-PRV-UNKNOWN-FLG = "Y"
                    AND WK-ALS-HIT-FLG = "Y"
                   MOVE    "N"               TO   WK-PRV-UNKNOWN-FLG
                   MOVE    FUNCTION TRIM(WK-ALS-RAW-SAVE)
                                             TO   WK-PRV-COUNTRY
                   READ    FDZZPRV
                           KEY IS WK-PRV-KEY
                       INVALID KEY
                           MOVE   "Y"   TO   WK-PRV-UNKNOWN-FLG
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
               END-IF
           END-IF
           .
      ******************************************************************
      * サスペンスファイル出力処理
      * 参照テーブルに無いProvince/Country組み合わせの行と、ロール
      * アップ差異でサスペンド指定となった国の行を索引対象とせず
      * WK-SUS-REASON の理由付きで記録し、参照テーブル保守(CZZ1241)
      * か上流訂正の判断材料とする
      ******************************************************************
       SUSPENSE-WRITE-RTN.
           INITIALIZE   FDZZ9CS-OUT-REC
           STRING  FUNCTION TRIM(FDZZ9C0-IN-REC)  DELIMITED BY SIZE
                   "  RSN: "                       DELIMITED BY SIZE
                   FUNCTION TRIM(WK-SUS-REASON)    DELIMITED BY SIZE
                  INTO FDZZ9CS-OUT-REC
           END-STRING

      * フィールド群を "doc" でラップし、doc_as_upsert を付与する
      ******************************************************************
       DATA-WRITE-DETAIL-RTN.
      *    報告欠落による引き継ぎ行か否かを Carried で明示する
           IF WK-CARRY-FLG = "Y"
               MOVE  ",""Carried"":true"    TO   WK-CARRY-JSON
           ELSE
               MOVE  ",""Carried"":false"   TO   WK-CARRY-JSON
           END-IF

           MOVE    SPACES   TO   WK-DOC-BODY
           STRING "{""Date"":"""          DELIMITED BY SIZE
                  FUNCTION TRIM(WK-NORM-DATE)
                  ",""NewRecovered"":"    DELIMITED BY SIZE
                  FUNCTION TRIM(WK-DELTA-RECOVERED-ED) DELIMITED BY SIZE
                  FUNCTION TRIM(WK-RATE-JSON)          DELIMITED BY SIZE
                  FUNCTION TRIM(WK-CARRY-JSON)         DELIMITED BY SIZE
                  "}"                     DELIMITED BY SIZE
                 INTO WK-DOC-BODY
           END-STRING
                   ","                               DELIMITED BY SIZE
                   FUNCTION TRIM(WK-DELTA-RECOVERED-ED)
                                                     DELIMITED BY SIZE
                   ","                               DELIMITED BY SIZE
                   WK-CARRY-FLG                      DELIMITED BY SIZE
                  INTO FDZZ9CC-OUT-REC
           END-STRING

               MOVE    FUNCTION NUMVAL(FUNCTION TRIM(WK-IN-RECOVERED))
                                        TO   WK-PRIOR-RECOVERED

      *        報告のあったキーとして欠落判定項目を更新する
               IF WK-PRIOR-FOUND = "N"
                    OR WK-NORM-DATE(1:10) > WK-PRIOR-LAST-DATE
                   MOVE   WK-NORM-DATE(1:10)   TO   WK-PRIOR-LAST-DATE
               END-IF
               MOVE    WK-RUN-L-BUSDATE    TO   WK-PRIOR-RUN-BUSDATE
               MOVE    0                   TO   WK-PRIOR-MISS-DAYS

               IF WK-PRIOR-FOUND = "Y"
                   REWRITE  FDZZPRI-REC
               ELSE
      ******************************************************************
      * 日次集計履歴 書き出し処理
      * Province/Country/日付をキーに当日の累計とデルタを記録する。
      * 同一日の再実行・リスタート時は上書き(REWRITE)とする。
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
           MOVE    WK-CARRY-FLG          TO   WK-HIS-CARRIED-FLG

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
      * 日次集計履歴 世代管理(パージ)処理
           .
      *    Date/LastUpdate 正規化処理
           COPY  CZZDTN02.
      *    国名エイリアス(正規国名変換)処理
           COPY  CZZALS03.
      *    Province合計⇔国レベル行 ロールアップ突合処理(CZZ1233と共通)
           COPY  CZZRUP03.
      ******************************************************************
      * 終了処理
      ******************************************************************
       END-RTN.
           PERFORM   TRAILER-VALIDATE-RTN

      *    報告欠落キーの検知・引き継ぎ(JSON・CSV・履歴のクローズ前)
           PERFORM   MISSING-SCAN-RTN

           CLOSE   FDZZ9C0 FDZZ9C4 FDZZ9C9 FDZZ9C6 FDZZ9C7 FDZZ9CK
                   FDZZ9CS FDZZ9CC FDZZREF FDZZPRV FDZZPOP FDZZPRI
                   FDZZHIS
           IF WK-HAR-AVAILABLE = "Y"
               CLOSE   FDZZHAR
           END-IF
           PERFORM   ADJUST-CLOSE-RTN

      *    国名エイリアス適用レポート(リスタート時も全件分を出力)
           PERFORM   ALIAS-REPORT-RTN
           IF WK-ALS-AVAILABLE = "Y"
               CLOSE   FDZZALS
           END-IF

           DISPLAY "FDZZ9C0: "  WK-CNT-FDZZ9C0 "件"
           DISPLAY "FDZZ9C4: "  WK-CNT-FDZZ9C4 "件"
                   " SPIKE: " WK-CNT-ALERT-SPIKE ")"
           DISPLAY "HISTORY ARCHIVED  : "  WK-CNT-FDZZHAR
                   " (PURGED GENERATIONS)"
           DISPLAY "CLOSED-PERIOD ADJ : "  WK-CNT-ADJ-WRITE
                   " (UNCHANGED: " WK-CNT-ADJ-SAME
                   " NOT RECORDED: " WK-CNT-ADJ-LOST ")"
           DISPLAY "CLEANSED CSV ROWS : "  WK-CNT-FDZZ9CC
           DISPLAY "COUNTRY ALIASED   : "  WK-CNT-ALS-HIT
                   " (RAW NAMES: " WK-ALH-COUNT ")"
           DISPLAY "MISSING REPORTERS : "  WK-CNT-FDZZ9CM
                   " (CARRIED: " WK-CNT-MIS-CARRY
                   " OVER " WK-PRM-MISS-DAY-LIMIT " DAYS: "
                   WK-CNT-MIS-OVER ")"
           DISPLAY "ROLL-UP VARIANCES : "  WK-CNT-RUP-VAR
                   " OF " WK-CNT-RUP-BOTH " (SUPPRESSED: "
                   WK-CNT-RUP-SUPP " SUSPENDED: " WK-CNT-RUP-SUSP ")"
           DISPLAY "TOTAL CONFIRMED   : "  WK-TOT-CONFIRMED
           DISPLAY "TOTAL DEATHS      : "  WK-TOT-DEATHS
           DISPLAY "TOTAL RECOVERED   : "  WK-TOT-RECOVERED
      *    打切閾値以上は異常終了としてスケジューラへ知らせる)
           PERFORM   REJECT-TOLERANCE-RTN

      *    抽出再送・鮮度ガードで警告とした実行はRC=4の警告終了とし、
      *    取り込んだ抽出を台帳へ登録する
           IF WK-GRD-VERDICT NOT = "PASSED"
                AND WK-FINAL-RC < 4
               MOVE    4   TO   WK-FINAL-RC
           END-IF
           DISPLAY "EXTRACT GUARD     : "  WK-GRD-VERDICT
           PERFORM   GUARD-REGISTER-RTN

      *    締め済み期間への変更を調整台帳へ振り替えた実行は、
      *    期間締めレポートでの確認を促すためRC=4の警告終了とする
           IF (WK-CNT-ADJ-WRITE > 0 OR WK-CNT-ADJ-LOST > 0)
                AND WK-FINAL-RC < 4
               MOVE    4   TO   WK-FINAL-RC
           END-IF

           MOVE    WK-CNT-FDZZ9C0   TO   WK-RUN-L-READ
           MOVE    WK-CNT-FDZZ9C4   TO   WK-RUN-L-WRITE
           MOVE    WK-CNT-FDZZ9C9   TO   WK-RUN-L-REJ
           DISPLAY "END: CZZ1230"
           .
      ******************************************************************
      * 国名エイリアス適用レポート出力処理
      * 当回の取り込みで正規国名へ読み替えた生の国名毎に、
      * 読み替え先と明細件数を出力する
      ******************************************************************
       ALIAS-REPORT-RTN.
           OPEN    OUTPUT   FDZZALH

           INITIALIZE   FDZZALH-OUT-REC
           STRING  "--- COUNTRY ALIAS HIT REPORT  BUSDATE: "
                                                   DELIMITED BY SIZE
                   WK-RUN-L-BUSDATE                DELIMITED BY SIZE
                   "  INPUT: "                     DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RUN-L-INFILE)  DELIMITED BY SIZE
                   " ---"                          DELIMITED BY SIZE
                  INTO FDZZALH-OUT-REC
           END-STRING
           WRITE   FDZZALH-OUT-REC

           IF WK-ALS-AVAILABLE NOT = "Y"
               MOVE    "COUNTRY ALIAS FILE NOT AVAILABLE - NO NAMES WERE
      -                " TRANSLATED"   TO   FDZZALH-OUT-REC
               WRITE   FDZZALH-OUT-REC
           END-IF

           PERFORM  VARYING  WK-ALH-I  FROM  1  BY  1
                    UNTIL  WK-ALH-I  >  WK-ALH-COUNT
               MOVE    WK-ALH-CNT(WK-ALH-I)   TO   WK-ALH-CNT-ED
               INITIALIZE   FDZZALH-OUT-REC
               STRING  "RAW: "                        DELIMITED BY SIZE
                       WK-ALH-RAW-NAME(WK-ALH-I)      DELIMITED BY SIZE
                       "  CANONICAL: "                DELIMITED BY SIZE
                       WK-ALH-CANON-NAME(WK-ALH-I)    DELIMITED BY SIZE
                       "  ROWS: "                     DELIMITED BY SIZE
                       WK-ALH-CNT-ED                  DELIMITED BY SIZE
                      INTO FDZZALH-OUT-REC
               END-STRING
               WRITE   FDZZALH-OUT-REC
           END-PERFORM

           MOVE    WK-CNT-ALS-HIT   TO   WK-ALH-CNT-ED
           INITIALIZE   FDZZALH-OUT-REC
           STRING  "TOTAL ROWS TRANSLATED: "       DELIMITED BY SIZE
                   FUNCTION TRIM(WK-ALH-CNT-ED)    DELIMITED BY SIZE
                  INTO FDZZALH-OUT-REC
           END-STRING
           WRITE   FDZZALH-OUT-REC

           CLOSE   FDZZALH
           .
      ******************************************************************
      * 報告欠落(欠落レポータ)検知処理
      * 前日集計をキー順に通読し、当回の実行で報告の無かったキーを
      * 欠落レポータファイル(ec2_datamiss.txt)へ書き出す
      ******************************************************************
       MISSING-SCAN-RTN.
           OPEN    OUTPUT   FDZZ9CM

           IF WK-PRIOR-AVAILABLE = "Y"
               MOVE    "N"          TO   WK-MIS-EOF-FLG
               MOVE    LOW-VALUES   TO   WK-PRIOR-KEY
               START   FDZZPRI  KEY IS >= WK-PRIOR-KEY
                   INVALID KEY
                       MOVE   "Y"   TO   WK-MIS-EOF-FLG
               END-START
               PERFORM   MISSING-READ-RTN
                         UNTIL WK-MIS-EOF-FLG = "Y"
           ELSE
               INITIALIZE   FDZZ9CM-OUT-REC
               STRING  "PRIOR-DAY TOTALS FILE NOT AVAILABLE - "
                                                   DELIMITED BY SIZE
                       "MISSING REPORTERS NOT DETECTED"
                                                   DELIMITED BY SIZE
                      INTO FDZZ9CM-OUT-REC
               END-STRING
               WRITE   FDZZ9CM-OUT-REC
           END-IF

           CLOSE   FDZZ9CM
           .
      ******************************************************************
      * 報告欠落検知の1件読み込み処理
      * 当回業務日付で報告済み(欠落日数0)のキー以外を欠落とする。
      * 当回業務日付で欠落判定済みのキー(リスタート後の再判定)も
      * 欠落として扱うが、日数は加算しない
      ******************************************************************
       MISSING-READ-RTN.
           READ    FDZZPRI  NEXT RECORD
               AT END
                   MOVE   "Y"   TO   WK-MIS-EOF-FLG
               NOT AT END
                   IF WK-PRIOR-RUN-BUSDATE NOT = WK-RUN-L-BUSDATE
                        OR WK-PRIOR-MISS-DAYS > 0
                       PERFORM   MISSING-KEY-RTN
                   END-IF
           END-READ
           .
      ******************************************************************
      * 欠落キー1件の処理
      * 連続欠落日数を更新し、当回抽出に行はあったが取り込まれ
      * なかった(リジェクト・サスペンス・削除)キーと真の欠落を
      * 区別して書き出す。真の欠落は引き継ぎ指定時に前回累計を
      * 引き継ぐ
      ******************************************************************
       MISSING-KEY-RTN.
           IF WK-PRIOR-RUN-BUSDATE NOT = WK-RUN-L-BUSDATE
               ADD     1                  TO   WK-PRIOR-MISS-DAYS
               MOVE    WK-RUN-L-BUSDATE   TO   WK-PRIOR-RUN-BUSDATE
               REWRITE FDZZPRI-REC
                   INVALID KEY
                       DISPLAY "PRIOR REWRITE FAILED: " WK-PRIOR-KEY
               END-REWRITE
           END-IF

      *    重複キーワークファイルで当回抽出に行があったかを判定する
           MOVE    "N"      TO   WK-MIS-PRESENT-FLG
           IF WK-DUP-AVAILABLE = "Y"
                AND WK-MIS-CARRY-DATE NOT = SPACES
               MOVE    SPACES              TO   WK-DUP-KEY
               MOVE    WK-MIS-CARRY-DATE   TO   WK-DUP-DATE
               MOVE    WK-PRIOR-PROVINCE   TO   WK-DUP-PROVINCE
               MOVE    WK-PRIOR-COUNTRY    TO   WK-DUP-COUNTRY
               READ    FDZZDUP
                       KEY IS WK-DUP-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE   "Y"   TO   WK-MIS-PRESENT-FLG
               END-READ
           END-IF

           EVALUATE TRUE
               WHEN WK-MIS-PRESENT-FLG = "Y"
                   MOVE   "NOT LOADED"   TO   WK-MIS-STATUS
               WHEN WK-PRM-CARRY-FWD = "Y"
                    AND WK-MIS-CARRY-DATE NOT = SPACES
                    AND WK-PRIOR-LAST-DATE < WK-MIS-CARRY-DATE(1:10)
                   MOVE   "CARRIED"      TO   WK-MIS-STATUS
               WHEN OTHER
                   MOVE   "MISSING"      TO   WK-MIS-STATUS
           END-EVALUATE

           IF WK-PRIOR-MISS-DAYS > WK-PRM-MISS-DAY-LIMIT
               ADD     1   TO   WK-CNT-MIS-OVER
           END-IF

           MOVE    WK-PRIOR-CONFIRMED   TO   WK-MIS-CONF-ED
           MOVE    WK-PRIOR-DEATHS      TO   WK-MIS-DTH-ED
           MOVE    WK-PRIOR-RECOVERED   TO   WK-MIS-REC-ED
           MOVE    WK-MIS-CARRY-DATE    TO   WK-NORM-DATE
           MOVE    WK-PRIOR-PROVINCE    TO   WK-IN-PROVINCE
           MOVE    WK-PRIOR-COUNTRY     TO   WK-IN-COUNTRY
           PERFORM   BUILD-BULK-ID-RTN

           INITIALIZE   FDZZ9CM-OUT-REC
           STRING  "DAYS: "                        DELIMITED BY SIZE
                   WK-PRIOR-MISS-DAYS              DELIMITED BY SIZE
                   "  STATUS: "                    DELIMITED BY SIZE
                   WK-MIS-STATUS                   DELIMITED BY SIZE
                   "  KEY: "                       DELIMITED BY SIZE
                   FUNCTION TRIM(WK-BULK-ID)       DELIMITED BY SIZE
                   "  LAST DATE: "                 DELIMITED BY SIZE
                   WK-PRIOR-LAST-DATE              DELIMITED BY SIZE
                   "  CONFIRMED: "                 DELIMITED BY SIZE
                   FUNCTION TRIM(WK-MIS-CONF-ED)   DELIMITED BY SIZE
                   "  DEATHS: "                    DELIMITED BY SIZE
                   FUNCTION TRIM(WK-MIS-DTH-ED)    DELIMITED BY SIZE
                   "  RECOVERED: "                 DELIMITED BY SIZE
                   FUNCTION TRIM(WK-MIS-REC-ED)    DELIMITED BY SIZE
                  INTO FDZZ9CM-OUT-REC
           END-STRING
           WRITE   FDZZ9CM-OUT-REC
           ADD     1   TO   WK-CNT-FDZZ9CM

           IF WK-MIS-STATUS = "CARRIED"
               PERFORM   MISSING-CARRY-RTN
           END-IF
           .
      ******************************************************************
      * 欠落キーの前回累計引き継ぎ出力処理
      * 前回累計・デルタ0の index ドキュメントを通常明細と同じ
      * 編集でJSON・クレンジング済みCSVへ出力し、履歴へも引き継ぎ
      * 行として記録する。前日集計の累計は変更しない
      ******************************************************************
       MISSING-CARRY-RTN.
           MOVE    "Y"                  TO   WK-CARRY-FLG
           MOVE    "INDEX"              TO   WK-ACTION-NORM
           MOVE    WK-MIS-CONF-ED       TO   WK-IN-CONFIRMED
           MOVE    WK-MIS-DTH-ED        TO   WK-IN-DEATHS
           MOVE    WK-MIS-REC-ED        TO   WK-IN-RECOVERED
           MOVE    WK-PRIOR-LAST-DATE   TO   WK-NORM-LASTUPDATE
           MOVE    0                    TO   WK-DELTA-CONFIRMED
                                             WK-DELTA-DEATHS
                                             WK-DELTA-RECOVERED
           MOVE    WK-DELTA-CONFIRMED   TO   WK-DELTA-CONFIRMED-ED
           MOVE    WK-DELTA-DEATHS      TO   WK-DELTA-DEATHS-ED
           MOVE    WK-DELTA-RECOVERED   TO   WK-DELTA-RECOVERED-ED

           PERFORM      COUNTRY-LOOKUP-RTN
           PERFORM      INDEX-ROUTE-RTN
           PERFORM      RATE-CALC-RTN

           INITIALIZE   FDZZ9C4-OUT-REC
           STRING "{ ""index"" : { ""_index"" : """
                                            DELIMITED BY SIZE
                  FUNCTION TRIM(WK-DOC-INDEX) DELIMITED BY SIZE
                  """, ""_id"" : """         DELIMITED BY SIZE
                  FUNCTION TRIM(WK-BULK-ID)  DELIMITED BY SIZE
                  """} }"                    DELIMITED BY SIZE
                 INTO FDZZ9C4-OUT-REC
           END-STRING
           WRITE FDZZ9C4-OUT-REC
           PERFORM   INDEX-COUNT-RTN
           PERFORM   DATA-WRITE-DETAIL-RTN
           ADD   1     TO      WK-CNT-FDZZ9C4

           IF WK-HIS-AVAILABLE = "Y"
               PERFORM   HISTORY-WRITE-RTN
           END-IF

           ADD     1     TO   WK-CNT-MIS-CARRY
           MOVE    "N"   TO   WK-CARRY-FLG
           .
      ******************************************************************
      * リジェクト率許容判定処理
      * 明細読込件数に対するリジェクト件数の割合を判定し、
      *   打切閾値以上 ⇒ 変換結果を良とせず異常終了(RC=16)
           DISPLAY "END: CZZ1230 (ABEND)"
           STOP RUN
           .
      *    締め済み期間判定処理(CZZ1235/1238/1246と共通)
           COPY  CZZPCL03.
      *    締め済み期間の調整台帳振り替え処理(CZZ1235と共通)
           COPY  CZZADJ03.
      *    実行管理(ランログ)記録処理(CZZ1231/1232/1233と共通)
           COPY  CZZRUN03.
      *    実行時パラメタ読み込み処理(CZZ1231/1232/1233と共通)
