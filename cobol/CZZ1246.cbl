       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         CZZ1246.

      ******************************************************************
      * 過去業務日付 訂正再計上(リステートメント)プログラム
      * 上流が過去日付分を訂正再配信した場合に、訂正版の抽出ファイル
      * (ec2_datarow.csv と同一形式)を読み込み、
      *   (1) 日次集計履歴(ec2_history.dat)の当該日付の行を訂正値で
      *       差し替える(訂正版に無いキーの当該日付行は削除する。
      *       第2引数 MERGE 指定時は訂正版にあるキーのみ差し替え)
      *   (2) 差し替えたキーについて当該日付以降の全履歴行の
      *       NewConfirmed/NewDeaths/NewRecovered を再計算する
      *       (当該日付より前の行が保持世代に無い場合はアーカイブ
      *        ec2_history_arch.dat の直近行を基準とする)
      *   (3) 前日集計(ec2_prior_totals.dat)を各キーの最新履歴行の
      *       累計へ揃え直す
      *   (4) 値が変わった全ドキュメントの Elasticsearch "update"
      *       (削除行は "delete")バルクファイル(ec2_restate.json)と、
      *       Province/Country/日付毎の新旧値を記載した訂正再計上
      *       レポート(ec2_restate_report.txt)を出力する
      * 引数: 訂正対象日付(省略時は訂正版の明細の日付)、MERGE(任意)
      * 前日集計・履歴をCZZ1230と共用するため同じ実行ロック
      * (ec2_runlock.dat)を獲得し、CZZ1230の実行が未完了(スナップ
      * ショットマーカーがS)の間は開始しない。
      * 履歴・前日集計の更新は入力と履歴の事前走査(訂正前の値の
      * 控え・基準値の取得)をすべて終えてから行う。
      * 訂正対象日付の月以降に月次締め(CZZ1253)済みの月がある場合
      * は、締め済みの履歴を変えないよう訂正を受け付けない
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT  FDZZ9C0  ASSIGN TO "FDZZ9C0"                                     "ec2_datarow.csv"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-IN-FS.
       SELECT  FDZZ9CU  ASSIGN TO "FDZZ9CU"                                     "ec2_restate.json"
               ORGANIZATION       IS   LINE SEQUENTIAL.
       SELECT  FDZZRSR  ASSIGN TO "FDZZRSR"                                    "ec2_restate_report.txt"
               ORGANIZATION       IS   LINE SEQUENTIAL.
       SELECT  FDZZREF  ASSIGN TO "FDZZREF"                                    "ec2_country_ref.dat"
               ORGANIZATION       IS   INDEXED
               ACCESS MODE        IS   RANDOM
               RECORD KEY         IS   WK-REF-COUNTRY-NAME
               FILE STATUS        IS   WK-REF-FS.
       SELECT  FDZZPRI  ASSIGN TO "FDZZPRI"                                    "ec2_prior_totals.dat"
               ORGANIZATION       IS   INDEXED
               ACCESS MODE        IS   DYNAMIC
               RECORD KEY         IS   WK-PRIOR-KEY
               FILE STATUS        IS   WK-PRIOR-FS.
       SELECT  FDZZHIS  ASSIGN TO "FDZZHIS"                                    "ec2_history.dat"
               ORGANIZATION       IS   INDEXED
               ACCESS MODE        IS   DYNAMIC
               RECORD KEY         IS   WK-HIS-KEY
               FILE STATUS        IS   WK-HIS-FS.
       SELECT  FDZZHAR  ASSIGN TO "FDZZHAR"                                    "ec2_history_arch.dat"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-HAR-FS.
       SELECT  FDZZPOP  ASSIGN TO "FDZZPOP"                                    "ec2_population.dat"
               ORGANIZATION       IS   INDEXED
               ACCESS MODE        IS   RANDOM
               RECORD KEY         IS   WK-POP-COUNTRY-NAME
               FILE STATUS        IS   WK-POP-FS.
       SELECT  FDZZRTE  ASSIGN TO "FDZZRTE"                                    "ec2_index_rules.txt"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-RTE-FS.
       SELECT  FDZZRUN  ASSIGN TO "FDZZRUN"                                    "ec2_runlog.dat"
               ORGANIZATION       IS   INDEXED
               ACCESS MODE        IS   DYNAMIC
               RECORD KEY         IS   WK-RUN-KEY
               FILE STATUS        IS   WK-RUN-FS.
       SELECT  FDZZPRM  ASSIGN TO "FDZZPRM"                                    "ec2_runtime_parms.txt"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-PRM-FS.
       SELECT  FDZZSNS  ASSIGN TO "FDZZSNS"                                    "ec2_snapshot_status.dat"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-SNS-FS.
       SELECT  FDZZLCK  ASSIGN TO "FDZZLCK"                                    "ec2_runlock.dat"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-LCK-FS.
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

      ******************************************************************
      *** DATA             DIVISION
      ******************************************************************
       DATA                DIVISION.
       FILE                SECTION.
       FD FDZZ9C0 RECORDING MODE IS V.
          01 FDZZ9C0-IN-REC                 PIC X(200).
       FD FDZZ9CU RECORDING MODE IS V.
          01 FDZZ9CU-OUT-REC                PIC X(450).
       FD FDZZRSR RECORDING MODE IS V.
          01 FDZZRSR-OUT-REC                PIC X(300).
       FD FDZZREF.
           COPY  CZZREF01.
       FD FDZZPRI.
           COPY  CZZPRI01.
       FD FDZZHIS.
           COPY  CZZHIS01.
       FD FDZZHAR RECORDING MODE IS V.
          01 FDZZHAR-REC                    PIC X(140).
       FD FDZZPOP.
           COPY  CZZPOP01.
       FD FDZZRTE RECORDING MODE IS V.
          01 FDZZRTE-REC                    PIC X(60).
       FD FDZZRUN.
           COPY  CZZRUN01.
       FD FDZZPRM RECORDING MODE IS V.
          01 FDZZPRM-REC                    PIC X(80).
       FD FDZZSNS RECORDING MODE IS V.
          01 FDZZSNS-REC                    PIC X(20).
       FD FDZZLCK RECORDING MODE IS V.
          01 FDZZLCK-REC                    PIC X(30).
       FD FDZZALS.
           COPY  CZZALS01.
       FD FDZZPCL.
           COPY  CZZPCL01.

      ******************************************************************
       WORKING-STORAGE     SECTION.
      ******************************************************************
       01  WK-CSV-IN-FILE.
           03 WK-IN-SNO                      PIC X(20).
           03 WK-IN-DATE                     PIC X(20).
           03 WK-IN-PROVINCE                 PIC X(30).
           03 WK-IN-COUNTRY                  PIC X(30).
           03 WK-IN-LASTUPDATE               PIC X(20).
           03 WK-IN-CONFIRMED                PIC X(15).
           03 WK-IN-DEATHS                   PIC X(15).
           03 WK-IN-RECOVERED                PIC X(15).
           03 WK-IN-ACTION                   PIC X(10).

       01  WK-AREA.
           03 WK-IN-EOF-FLG                  PIC 9(1) VALUE 0.
           03 WK-CNT-FDZZ9C0                 PIC 9(6) VALUE 0.
           03 WK-CNT-FDZZ9CU                 PIC 9(6) VALUE 0.
           03 WK-CNT-REJECT                  PIC 9(6) VALUE 0.
           03 WK-CNT-SUPERSEDED              PIC 9(6) VALUE 0.
           03 WK-CNT-TGT-ROWS                PIC 9(6) VALUE 0.
           03 WK-CNT-REPLACED                PIC 9(6) VALUE 0.
           03 WK-CNT-ADDED                   PIC 9(6) VALUE 0.
           03 WK-CNT-REMOVED                 PIC 9(6) VALUE 0.
           03 WK-CNT-RIPPLED                 PIC 9(6) VALUE 0.
           03 WK-CNT-HIS-REWRITE             PIC 9(6) VALUE 0.
           03 WK-CNT-PRI-RESET               PIC 9(6) VALUE 0.
           03 WK-CNT-HAR-BASE                PIC 9(6) VALUE 0.

       01  WK-IN-FS                          PIC X(2) VALUE "00".

       01  WK-REJ-AREA.
           03 WK-REJ-FLG                     PIC X    VALUE "N".
           03 WK-REJ-REASON                  PIC X(60) VALUE SPACES.
       01  WK-NUMVAL-RC                      PIC S9(4) COMP.

      *    Date/LastUpdate の ISO-8601 正規化結果
       01  WK-NORM-DATE                      PIC X(19) VALUE SPACES.
       01  WK-NORM-LASTUPDATE                PIC X(19) VALUE SPACES.

      *    トレーラレコード検証用(CZZ1230と同一要領)
       01  WK-TRL-AREA.
           03 WK-TRL-FOUND                   PIC X     VALUE "N".
           03 WK-TRL-ROW-FLG                 PIC X     VALUE "N".
           03 WK-TRL-CNT                     PIC 9(6)  VALUE 0.
           03 WK-TRL-CONFIRMED               PIC 9(12) VALUE 0.
           03 WK-TRL-DEATHS                  PIC 9(12) VALUE 0.
           03 WK-TRL-RECOVERED               PIC 9(12) VALUE 0.
           03 WK-CNT-DETAIL                  PIC 9(6)  VALUE 0.
           03 WK-HASH-CONFIRMED              PIC 9(12) VALUE 0.
           03 WK-HASH-DEATHS                 PIC 9(12) VALUE 0.
           03 WK-HASH-RECOVERED              PIC 9(12) VALUE 0.

      *    訂正再計上の対象日付・モード(引数)
       01  WK-RST-AREA.
           03 WK-RST-DATE-ARG                PIC X(20) VALUE SPACES.
           03 WK-RST-MODE                    PIC X(10) VALUE SPACES.
           03 WK-RST-DATE                    PIC X(10) VALUE SPACES.
           03 WK-RST-REPLACE-FLG             PIC X     VALUE "Y".

      *    訂正対象キーテーブル
      *    WK-RST-ACTION: R=訂正値で差し替え D=訂正版の削除指示
      *                   X=訂正版に無いため当該日付行を削除
      *    OLD-xxx  : 訂正前の当該日付行(OLD-FLG=Y の場合のみ有効)
      *    BASE-xxx : 保持世代より前の基準値(アーカイブの直近行)
      *    LAST-xxx : 再計算後の最新履歴行(前日集計の揃え直し用)
       01  WK-RST-COUNT                      PIC 9(4) VALUE 0.
       01  WK-RST-TABLE.
           03 WK-RST-ENTRY OCCURS 1000 TIMES.
               05 WK-RST-PROVINCE             PIC X(30).
               05 WK-RST-COUNTRY              PIC X(30).
               05 WK-RST-ACTION               PIC X(1).
               05 WK-RST-NORM-DATE            PIC X(19).
               05 WK-RST-LASTUPDATE           PIC X(19).
               05 WK-RST-CONFIRMED            PIC 9(10).
               05 WK-RST-DEATHS               PIC 9(10).
               05 WK-RST-RECOVERED            PIC 9(10).
               05 WK-RST-OLD-FLG              PIC X(1).
               05 WK-RST-OLD-CONFIRMED        PIC 9(10).
               05 WK-RST-OLD-DEATHS           PIC 9(10).
               05 WK-RST-OLD-RECOVERED        PIC 9(10).
               05 WK-RST-OLD-NEW-CONFIRMED    PIC S9(10).
               05 WK-RST-OLD-NEW-DEATHS       PIC S9(10).
               05 WK-RST-OLD-NEW-RECOVERED    PIC S9(10).
               05 WK-RST-OLD-TIME             PIC X(9).
               05 WK-RST-BASE-FLG             PIC X(1).
               05 WK-RST-BASE-DATE            PIC X(10).
               05 WK-RST-BASE-CONFIRMED       PIC 9(10).
               05 WK-RST-BASE-DEATHS          PIC 9(10).
               05 WK-RST-BASE-RECOVERED       PIC 9(10).
               05 WK-RST-LAST-FLG             PIC X(1).
               05 WK-RST-LAST-CONFIRMED       PIC 9(10).
               05 WK-RST-LAST-DEATHS          PIC 9(10).
               05 WK-RST-LAST-RECOVERED       PIC 9(10).
               05 WK-RST-LAST-DATE            PIC X(10).
       01  WK-RST-I                          PIC 9(4) VALUE 0.
       01  WK-FND-AREA.
           03 WK-FND-PROVINCE                PIC X(30) VALUE SPACES.
           03 WK-FND-COUNTRY                 PIC X(30) VALUE SPACES.
           03 WK-FND-I                       PIC 9(4)  VALUE 0.

      *    デルタ再計算(リップル)用
       01  WK-RPL-AREA.
           03 WK-RPL-EOF-FLG                 PIC X     VALUE "N".
           03 WK-RPL-P-SAVE                  PIC X(30) VALUE SPACES.
           03 WK-RPL-C-SAVE                  PIC X(30) VALUE SPACES.
           03 WK-RPL-I                       PIC 9(4)  VALUE 0.
           03 WK-RPL-PREV-FLG                PIC X     VALUE "N".
           03 WK-RPL-PREV-CONFIRMED          PIC 9(10) VALUE 0.
           03 WK-RPL-PREV-DEATHS             PIC 9(10) VALUE 0.
           03 WK-RPL-PREV-RECOVERED          PIC 9(10) VALUE 0.

      *    新旧値(訂正再計上レポート・バルク出力用)
       01  WK-CHG-AREA.
           03 WK-CHG-TYPE                    PIC X(10) VALUE SPACES.
           03 WK-OLD-CONFIRMED               PIC 9(10)  VALUE 0.
           03 WK-OLD-DEATHS                  PIC 9(10)  VALUE 0.
           03 WK-OLD-RECOVERED               PIC 9(10)  VALUE 0.
           03 WK-OLD-NEW-CONFIRMED           PIC S9(10) VALUE 0.
           03 WK-OLD-NEW-DEATHS              PIC S9(10) VALUE 0.
           03 WK-OLD-NEW-RECOVERED           PIC S9(10) VALUE 0.
           03 WK-NEW-CONFIRMED               PIC 9(10)  VALUE 0.
           03 WK-NEW-DEATHS                  PIC 9(10)  VALUE 0.
           03 WK-NEW-RECOVERED               PIC 9(10)  VALUE 0.
           03 WK-NEW-NEW-CONFIRMED           PIC S9(10) VALUE 0.
           03 WK-NEW-NEW-DEATHS              PIC S9(10) VALUE 0.
           03 WK-NEW-NEW-RECOVERED           PIC S9(10) VALUE 0.

      *    訂正再計上レポート編集用
       01  WK-RPT-AREA.
           03 WK-RPT-OLD-CONF-ED             PIC Z(9)9.
           03 WK-RPT-OLD-DTH-ED              PIC Z(9)9.
           03 WK-RPT-OLD-REC-ED              PIC Z(9)9.
           03 WK-RPT-NEW-CONF-ED             PIC Z(9)9.
           03 WK-RPT-NEW-DTH-ED              PIC Z(9)9.
           03 WK-RPT-NEW-REC-ED              PIC Z(9)9.
           03 WK-RPT-OLD-NCONF-ED            PIC -(9)9.
           03 WK-RPT-OLD-NDTH-ED             PIC -(9)9.
           03 WK-RPT-OLD-NREC-ED             PIC -(9)9.
           03 WK-RPT-NEW-NCONF-ED            PIC -(9)9.
           03 WK-RPT-NEW-NDTH-ED             PIC -(9)9.
           03 WK-RPT-NEW-NREC-ED             PIC -(9)9.
           03 WK-RPT-CNT-ED                  PIC Z(5)9.

      *    国名 ⇒ ISO国コード 変換用
       01  WK-REF-FS                         PIC X(2) VALUE "00".
       01  WK-REF-AVAILABLE                  PIC X    VALUE "N".
       01  WK-COUNTRY-CODE                   PIC X(3) VALUE SPACES.

      *    国名 ⇒ 人口 参照・10万人当たり率算出用(CZZ1230と同一要領)
       01  WK-POP-FS                         PIC X(2) VALUE "00".
       01  WK-POP-AVAILABLE                  PIC X    VALUE "N".
       01  WK-POP-FOUND                      PIC X    VALUE "N".
       01  WK-RATE-AREA.
           03 WK-RATE-INCID                  PIC 9(7)V99 VALUE 0.
           03 WK-RATE-DEATH                  PIC 9(7)V99 VALUE 0.
           03 WK-RATE-INCID-ED               PIC Z(6)9.99.
           03 WK-RATE-DEATH-ED               PIC Z(6)9.99.
           03 WK-RATE-JSON                   PIC X(80) VALUE SPACES.

      *    前日集計ファイル
       01  WK-PRIOR-FS                       PIC X(2) VALUE "00".
       01  WK-PRIOR-FOUND                    PIC X    VALUE "N".

      *    日次集計履歴ファイル・アーカイブ
       01  WK-HIS-FS                         PIC X(2) VALUE "00".
       01  WK-HAR-FS                         PIC X(2) VALUE "00".
       01  WK-HAR-EOF-FLG                    PIC X    VALUE "N".

      *    Elasticsearch bulk _id / ドキュメント編集用
       01  WK-BULK-ID                        PIC X(90) VALUE SPACES.
       01  WK-DOC-BODY                       PIC X(400) VALUE SPACES.
       01  WK-DOC-DATE                       PIC X(19) VALUE SPACES.
       01  WK-DOC-CONF-ED                    PIC Z(9)9.
       01  WK-DOC-DTH-ED                     PIC Z(9)9.
       01  WK-DOC-REC-ED                     PIC Z(9)9.

       01  WK-DB-INDEX                       PIC X(20) VALUE SPACES.            corona-index
       01  WK-DB-INDEX-ENV                   PIC X(20) VALUE SPACES.

      *    索引ルーティングルール用(CZZ1230と同一要領)
       01  WK-RTE-FS                         PIC X(2) VALUE "00".
       01  WK-RTE-AREA.
           03 WK-RTE-EOF-FLG                 PIC X    VALUE "N".
           03 WK-RTE-COUNT                   PIC 9(3) VALUE 0.
           03 WK-RTE-CCODE-X                 PIC X(10).
           03 WK-RTE-MONTH-X                 PIC X(10).
           03 WK-RTE-INDEX-X                 PIC X(30).
           03 WK-RTE-TALLY                   PIC 9(2) VALUE 0.
           03 WK-RTE-PART1                   PIC X(30).
           03 WK-RTE-PART2                   PIC X(30).
       01  WK-RTE-TABLE.
           03 WK-RTE-ENTRY OCCURS 100 TIMES.
               05 WK-RTE-CCODE                PIC X(3).
               05 WK-RTE-MONTH                PIC X(7).
               05 WK-RTE-INDEX                PIC X(30).
       01  WK-RTE-I                          PIC 9(3) VALUE 0.
       01  WK-RTE-HIT-FLG                    PIC X    VALUE "N".
       01  WK-DOC-INDEX                      PIC X(30) VALUE SPACES.
       01  WK-DOC-MONTH                      PIC X(7)  VALUE SPACES.

      *    単一インスタンス実行ロック用(CZZ1230と共用のロックファイル)
       01  WK-LCK-FS                         PIC X(2) VALUE "00".
       01  WK-LCK-AREA.
           03 WK-LCK-HELD-FLG                PIC X     VALUE "N".
           03 WK-LCK-STATUS                  PIC X(6)  VALUE SPACES.
           03 WK-LCK-HOLDER                  PIC X(14) VALUE SPACES.
           03 WK-LCK-DATE-X                  PIC X(8)  VALUE SPACES.
           03 WK-LCK-TIME-X                  PIC X(8)  VALUE SPACES.

      *    CZZ1230 スナップショットマーカー参照用
       01  WK-SNS-FS                         PIC X(2) VALUE "00".
       01  WK-SNS-AREA.
           03 WK-SNS-STATUS                  PIC X(1)  VALUE SPACES.
           03 WK-SNS-BUSDATE                 PIC X(8)  VALUE SPACES.

       01  WK-FINAL-RC                       PIC 9(2)  VALUE 0.

      *    CSVヘッダ検証/デクォート用作業域(CZZ1230と共通)
           COPY  CZZHDR01.

      *    Date/LastUpdate 正規化用作業域
           COPY  CZZDTN01.

      *    国名エイリアス(正規国名変換)用作業域
      *    履歴・前日集計をCZZ1230と同じ正規国名のキーで訂正する
           COPY  CZZALS02.

      *    実行管理(ランログ)記録用作業域
           COPY  CZZRUN02.
       01  WK-RUN-BUSDATE-ENV                PIC X(8)  VALUE SPACES.
       01  WK-RUN-INFILE-ENV                 PIC X(40) VALUE SPACES.

      *    締め済み期間(月次締め)判定用作業域
           COPY  CZZPCL02.

      *    実行時パラメタファイル読み込み用作業域
           COPY  CZZPRM01.

      ******************************************************************
       PROCEDURE           DIVISION.
      ******************************************************************
       MAIN-PROC.
           PERFORM   INIT-RTN.

           PERFORM   MAIN-RTN UNTIL  WK-IN-EOF-FLG = 1.

           PERFORM   RESTATE-RTN.

           PERFORM   END-RTN.

           STOP RUN
           .
      ******************************************************************
      * イニシャル処理
      ******************************************************************
       INIT-RTN.
           DISPLAY "START: CZZ1246 (RESTATEMENT)"

      *    実行時パラメタの取り込みと有効設定値の表示
           PERFORM   PARM-READ-RTN
           PERFORM   PARM-ECHO-RTN

      *    前日集計・履歴を更新するためCZZ1230と同じロックを獲得する
           PERFORM   LOCK-ACQUIRE-RTN

      *    CZZ1230 の実行が未完了の場合は、次回のCZZ1230実行時の
      *    自動復元で訂正が失われるため開始しない
           PERFORM   SNAPSHOT-CHECK-RTN

           ACCEPT WK-RST-DATE-ARG FROM ARGUMENT-VALUE
           ACCEPT WK-RST-MODE     FROM ARGUMENT-VALUE

           IF WK-RST-DATE-ARG NOT = SPACES
               MOVE    WK-RST-DATE-ARG   TO   WK-DTN-IN
               PERFORM   DATE-NORMALIZE-RTN
               IF WK-DTN-OK NOT = "Y"
                   DISPLAY "*** INVALID RESTATEMENT DATE ARGUMENT: "
                           FUNCTION TRIM(WK-RST-DATE-ARG) " ***"
                   PERFORM   LOCK-RELEASE-RTN
                   MOVE    16      TO   RETURN-CODE
                   DISPLAY "END: CZZ1246 (ABEND)"
                   STOP RUN
               END-IF
               MOVE    WK-DTN-OUT(1:10)   TO   WK-RST-DATE
           END-IF

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WK-RST-MODE))
                       = "MERGE"
               MOVE   "N"   TO   WK-RST-REPLACE-FLG
               DISPLAY "MODE: MERGE (KEYS NOT IN CORRECTED EXTRACT "
                       "ARE KEPT)"
           ELSE
               MOVE   "Y"   TO   WK-RST-REPLACE-FLG
               DISPLAY "MODE: REPLACE (KEYS NOT IN CORRECTED EXTRACT "
                       "ARE REMOVED FOR THE DATE)"
           END-IF

      *    バッチから "_index" 値を差し替える場合に使用
           DISPLAY "CZZ1246_INDEX" UPON ENVIRONMENT-NAME
           ACCEPT  WK-DB-INDEX-ENV FROM ENVIRONMENT-VALUE
           IF WK-DB-INDEX-ENV NOT = SPACES
               MOVE   WK-DB-INDEX-ENV   TO   WK-DB-INDEX
           ELSE
               MOVE   WK-PRM-INDEX-NAME TO   WK-DB-INDEX
           END-IF

      *    実行管理(ランログ)の開始記録
           MOVE    "CZZ1246"   TO   WK-RUN-L-PGM
           DISPLAY "CZZ1246_BUSDATE" UPON ENVIRONMENT-NAME
           ACCEPT  WK-RUN-BUSDATE-ENV FROM ENVIRONMENT-VALUE
           IF WK-RUN-BUSDATE-ENV NOT = SPACES
               MOVE   WK-RUN-BUSDATE-ENV   TO   WK-RUN-L-BUSDATE
           END-IF
           MOVE    "ec2_datarow.csv"   TO   WK-RUN-L-INFILE
           DISPLAY "FDZZ9C0" UPON ENVIRONMENT-NAME
           ACCEPT  WK-RUN-INFILE-ENV FROM ENVIRONMENT-VALUE
           IF WK-RUN-INFILE-ENV NOT = SPACES
               MOVE   WK-RUN-INFILE-ENV    TO   WK-RUN-L-INFILE
           END-IF
           PERFORM   RUNLOG-OPEN-RTN
           PERFORM   RUNLOG-START-RTN

      *    日次集計履歴・前日集計は訂正対象のため必須とする
           OPEN   I-O    FDZZHIS
           IF WK-HIS-FS NOT = "00"
               DISPLAY "*** ABEND: HISTORY FILE NOT AVAILABLE - "
                       "NOTHING TO RESTATE ***"
               PERFORM   OPEN-ABEND-RTN
           END-IF
           OPEN   I-O    FDZZPRI
           IF WK-PRIOR-FS NOT = "00"
               CLOSE  FDZZHIS
               DISPLAY "*** ABEND: PRIOR-DAY TOTALS FILE NOT "
                       "AVAILABLE ***"
               PERFORM   OPEN-ABEND-RTN
           END-IF

           OPEN   INPUT  FDZZ9C0
           IF WK-IN-FS NOT = "00"
               CLOSE  FDZZHIS FDZZPRI
               DISPLAY "*** ABEND: CORRECTED EXTRACT NOT AVAILABLE: "
                       FUNCTION TRIM(WK-RUN-L-INFILE) " ***"
               PERFORM   OPEN-ABEND-RTN
           END-IF

           OPEN   OUTPUT FDZZ9CU
                  OUTPUT FDZZRSR

      *    国名⇒ISOコード変換テーブル(無い場合は未変換"UNK"で継続)
           OPEN   INPUT  FDZZREF
           IF WK-REF-FS = "00"
               MOVE   "Y"   TO   WK-REF-AVAILABLE
           ELSE
               MOVE   "N"   TO   WK-REF-AVAILABLE
               DISPLAY "COUNTRY REFERENCE FILE NOT AVAILABLE - "
                       "CountryCode WILL BE UNK"
           END-IF

      *    人口参照テーブル(無い場合は率をnullで出力して継続)
           OPEN   INPUT  FDZZPOP
           IF WK-POP-FS = "00"
               MOVE   "Y"   TO   WK-POP-AVAILABLE
           ELSE
               MOVE   "N"   TO   WK-POP-AVAILABLE
               DISPLAY "POPULATION REFERENCE FILE NOT AVAILABLE - "
                       "PER-100K RATES WILL BE NULL"
           END-IF

      *    索引ルーティングルールの取り込み(CZZ1230と同じ振り分け)
           PERFORM   RULES-LOAD-RTN

      *    国名エイリアステーブル(無い場合は読み替えなしで継続)
           PERFORM   ALIAS-OPEN-RTN

           INITIALIZE   FDZZRSR-OUT-REC
           STRING  "--- RESTATEMENT REPORT  INPUT: "  DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RUN-L-INFILE)     DELIMITED BY SIZE
                   " ---"                             DELIMITED BY SIZE
                  INTO FDZZRSR-OUT-REC
           END-STRING
           WRITE   FDZZRSR-OUT-REC

      *    ヘッダを読み飛ばす
           PERFORM   FDZZ9C0-READ-RTN.

           PERFORM   HEADER-VALIDATE-RTN.

      *    明細取り込み
           PERFORM   FDZZ9C0-READ-RTN.
           .
      *    CSVヘッダ検証処理(CZZ1230と共通)
           COPY  CZZHDR02.
      ******************************************************************
      * 異常終了処理
      ******************************************************************
       ABEND-RTN.
           MOVE    WK-CNT-FDZZ9C0     TO   WK-RUN-L-READ
           MOVE    WK-CNT-HIS-REWRITE TO   WK-RUN-L-WRITE
           MOVE    WK-CNT-REJECT      TO   WK-RUN-L-REJ
           MOVE    16                 TO   WK-RUN-L-RC
           PERFORM   RUNLOG-END-RTN
           CLOSE   FDZZ9C0 FDZZ9CU FDZZRSR FDZZREF FDZZPOP FDZZPRI
                   FDZZHIS
           IF WK-ALS-AVAILABLE = "Y"
               CLOSE   FDZZALS
           END-IF
           PERFORM   LOCK-RELEASE-RTN
           MOVE    16      TO   RETURN-CODE
           DISPLAY "END: CZZ1246 (ABEND)"
           STOP RUN
           .
      ******************************************************************
      * 締め済み期間による訂正拒否処理
      * 履歴・前日集計は未更新のため、ファイルのクローズと
      * ランログ記録(RC=12)・ロック解放のみ行う
      ******************************************************************
       PERIOD-REFUSE-RTN.
           MOVE    WK-CNT-FDZZ9C0     TO   WK-RUN-L-READ
           MOVE    0                  TO   WK-RUN-L-WRITE
           MOVE    WK-CNT-REJECT      TO   WK-RUN-L-REJ
           MOVE    12                 TO   WK-RUN-L-RC
           PERFORM   RUNLOG-END-RTN
           CLOSE   FDZZ9C0 FDZZ9CU FDZZRSR FDZZREF FDZZPOP FDZZPRI
                   FDZZHIS
           IF WK-ALS-AVAILABLE = "Y"
               CLOSE   FDZZALS
           END-IF
           PERFORM   LOCK-RELEASE-RTN
           MOVE    12      TO   RETURN-CODE
           DISPLAY "END: CZZ1246 (REFUSED)"
           STOP RUN
           .
      ******************************************************************
      * ファイルオープン失敗時の異常終了処理
      * 業務ファイルは未オープン(またはクローズ済み)のため
      * ランログ記録とロック解放のみ行う
      ******************************************************************
       OPEN-ABEND-RTN.
           MOVE    16               TO   WK-RUN-L-RC
           PERFORM   RUNLOG-END-RTN
           PERFORM   LOCK-RELEASE-RTN
           MOVE    16      TO   RETURN-CODE
           DISPLAY "END: CZZ1246 (ABEND)"
           STOP RUN
           .
      ******************************************************************
      * 単一インスタンス実行ロック獲得処理(CZZ1230と同一要領)
      * ロックファイルが "LOCKED:" の場合はCZZ1230等が実行中と
      * みなし、開始せずにRC=12で終了する
      ******************************************************************
       LOCK-ACQUIRE-RTN.
           MOVE    SPACES   TO   WK-LCK-STATUS WK-LCK-HOLDER
           OPEN    INPUT    FDZZLCK
           IF WK-LCK-FS = "00"
               READ   FDZZLCK
                   AT END
                       CONTINUE
                   NOT AT END
                       UNSTRING  FDZZLCK-REC  DELIMITED BY ":"
                                 INTO  WK-LCK-STATUS  WK-LCK-HOLDER
               END-READ
               CLOSE  FDZZLCK
           END-IF

           IF WK-LCK-STATUS = "LOCKED"
               DISPLAY "*** RUN LOCK HELD BY ANOTHER JOB - "
                       "CZZ1246 START REFUSED ***"
               DISPLAY "LOCK HELD SINCE: " WK-LCK-HOLDER
               MOVE    12      TO   RETURN-CODE
               DISPLAY "END: CZZ1246 (LOCKED)"
               STOP RUN
           END-IF

           ACCEPT  WK-LCK-DATE-X  FROM DATE YYYYMMDD
           ACCEPT  WK-LCK-TIME-X  FROM TIME
           OPEN    OUTPUT   FDZZLCK
           IF WK-LCK-FS = "00"
               INITIALIZE   FDZZLCK-REC
               STRING  "LOCKED:"            DELIMITED BY SIZE
                       WK-LCK-DATE-X        DELIMITED BY SIZE
                       WK-LCK-TIME-X(1:6)   DELIMITED BY SIZE
                      INTO FDZZLCK-REC
               END-STRING
               WRITE   FDZZLCK-REC
               CLOSE   FDZZLCK
               MOVE    "Y"   TO   WK-LCK-HELD-FLG
           ELSE
               DISPLAY "RUN-LOCK FILE COULD NOT BE WRITTEN - "
                       "CONCURRENT RUNS WILL NOT BE DETECTED"
           END-IF
           .
      ******************************************************************
      * 単一インスタンス実行ロック解放処理
      ******************************************************************
       LOCK-RELEASE-RTN.
           IF WK-LCK-HELD-FLG = "Y"
               OPEN    OUTPUT   FDZZLCK
               IF WK-LCK-FS = "00"
                   MOVE    "FREE"   TO   FDZZLCK-REC
                   WRITE   FDZZLCK-REC
                   CLOSE   FDZZLCK
               ELSE
                   DISPLAY "RUN-LOCK FILE COULD NOT BE RELEASED - "
                           "REMOVE ec2_runlock.dat BEFORE NEXT RUN"
               END-IF
               MOVE    "N"   TO   WK-LCK-HELD-FLG
           END-IF
           .
      ******************************************************************
      * CZZ1230 スナップショットマーカー確認処理
      * S(実行中・異常終了後)の場合は次回CZZ1230が更新前の状態へ
      * 復元するため、訂正を受け付けずRC=12で終了する。
      * C(完了)の場合も同じ業務日付の再実行は復元を伴うため注意を
      * 表示する
      ******************************************************************
       SNAPSHOT-CHECK-RTN.
           MOVE    SPACES   TO   WK-SNS-STATUS WK-SNS-BUSDATE
           OPEN    INPUT    FDZZSNS
           IF WK-SNS-FS = "00"
               READ   FDZZSNS
                   AT END
                       CONTINUE
                   NOT AT END
                       UNSTRING  FDZZSNS-REC  DELIMITED BY ":"
                                 INTO  WK-SNS-STATUS  WK-SNS-BUSDATE
               END-READ
               CLOSE  FDZZSNS
           END-IF

           EVALUATE WK-SNS-STATUS
               WHEN "S"
                   DISPLAY "*** CZZ1230 RUN FOR BUSDATE "
                           WK-SNS-BUSDATE " IS INCOMPLETE - "
                           "RESTATEMENT REFUSED ***"
                   DISPLAY "RERUN CZZ1230 TO COMPLETION FIRST"
                   PERFORM   LOCK-RELEASE-RTN
                   MOVE    12      TO   RETURN-CODE
                   DISPLAY "END: CZZ1246 (REFUSED)"
                   STOP RUN
               WHEN "C"
                   DISPLAY "NOTE: A RERUN OF CZZ1230 FOR BUSDATE "
                           WK-SNS-BUSDATE " RESTORES ITS PRE-RUN "
                           "SNAPSHOT AND DISCARDS THIS RESTATEMENT"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      ******************************************************************
      * 訂正版抽出ファイル取り込み処理(CZZ1230と同一要領)
      ******************************************************************
       FDZZ9C0-READ-RTN.
           INITIALIZE            WK-CSV-IN-FILE
           READ FDZZ9C0
                AT END
                    MOVE   1     TO WK-IN-EOF-FLG
                NOT AT END
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

                    INSPECT      WK-IN-SNO         REPLACING ALL
                                 WK-CSV-COMMA-SUB  BY ","
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

                    ADD    1     TO      WK-CNT-FDZZ9C0

      *             トレーラ判定とハッシュトータル積み上げ
      *             (1件目はヘッダ)
                    MOVE   "N"   TO      WK-TRL-ROW-FLG
                    IF FUNCTION UPPER-CASE(FUNCTION TRIM(WK-IN-SNO))
                                = "TRAILER"
                        PERFORM  TRAILER-CAPTURE-RTN
                    ELSE
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
           .
      ******************************************************************
      * メイン処理
      * 訂正版の明細を検証し、合格した行を訂正対象キーテーブルへ
      * 登録する(同一キーは後勝ち)
      ******************************************************************
       MAIN-RTN.
           EVALUATE TRUE
               WHEN WK-TRL-ROW-FLG = "Y"
      *            トレーラ行は明細として処理しない
                   CONTINUE
               WHEN WK-TRL-FOUND = "Y"
                   DISPLAY "*** ABEND: DETAIL RECORD AFTER "
                           "TRAILER RECORD ***"
                   DISPLAY "RECORD NO: " WK-CNT-FDZZ9C0
                   PERFORM   ABEND-RTN
               WHEN OTHER
                   PERFORM   ROW-VALIDATE-RTN
                   IF WK-REJ-FLG = "Y"
                       PERFORM   ROW-REJECT-RTN
                   ELSE
                       PERFORM   ROW-STORE-RTN
                   END-IF
           END-EVALUATE

           PERFORM   FDZZ9C0-READ-RTN.
           .
      ******************************************************************
      * トレーラレコード取り込み処理(CZZ1230と同一要領)
      ******************************************************************
       TRAILER-CAPTURE-RTN.
           MOVE  FUNCTION TEST-NUMVAL(FUNCTION TRIM(WK-IN-DATE))
                                     TO   WK-NUMVAL-RC
           IF WK-NUMVAL-RC = 0
               MOVE  FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                     WK-IN-PROVINCE))    TO   WK-NUMVAL-RC
           END-IF
           IF WK-NUMVAL-RC = 0
               MOVE  FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                     WK-IN-COUNTRY))     TO   WK-NUMVAL-RC
           END-IF
           IF WK-NUMVAL-RC = 0
               MOVE  FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                     WK-IN-LASTUPDATE))  TO   WK-NUMVAL-RC
           END-IF

           IF WK-NUMVAL-RC NOT = 0
               DISPLAY "*** ABEND: INVALID TRAILER RECORD ***"
               DISPLAY "ACTUAL  : " FUNCTION TRIM(FDZZ9C0-IN-REC)
               PERFORM   ABEND-RTN
           END-IF

           MOVE  FUNCTION NUMVAL(FUNCTION TRIM(WK-IN-DATE))
                                     TO   WK-TRL-CNT
           MOVE  FUNCTION NUMVAL(FUNCTION TRIM(WK-IN-PROVINCE))
                                     TO   WK-TRL-CONFIRMED
           MOVE  FUNCTION NUMVAL(FUNCTION TRIM(WK-IN-COUNTRY))
                                     TO   WK-TRL-DEATHS
           MOVE  FUNCTION NUMVAL(FUNCTION TRIM(WK-IN-LASTUPDATE))
                                     TO   WK-TRL-RECOVERED
           MOVE  "Y"                 TO   WK-TRL-FOUND
           MOVE  "Y"                 TO   WK-TRL-ROW-FLG
           .
      ******************************************************************
      * トレーラ突合用ハッシュトータル積み上げ処理(CZZ1230と同一要領)
      ******************************************************************
       TRAILER-HASH-RTN.
           MOVE  FUNCTION TEST-NUMVAL(FUNCTION TRIM(WK-IN-CONFIRMED))
                                     TO   WK-NUMVAL-RC
           IF WK-NUMVAL-RC = 0
               ADD   FUNCTION NUMVAL(FUNCTION TRIM(WK-IN-CONFIRMED))
                                     TO   WK-HASH-CONFIRMED
           END-IF
           MOVE  FUNCTION TEST-NUMVAL(FUNCTION TRIM(WK-IN-DEATHS))
                                     TO   WK-NUMVAL-RC
           IF WK-NUMVAL-RC = 0
               ADD   FUNCTION NUMVAL(FUNCTION TRIM(WK-IN-DEATHS))
                                     TO   WK-HASH-DEATHS
           END-IF
           MOVE  FUNCTION TEST-NUMVAL(FUNCTION TRIM(WK-IN-RECOVERED))
                                     TO   WK-NUMVAL-RC
           IF WK-NUMVAL-RC = 0
               ADD   FUNCTION NUMVAL(FUNCTION TRIM(WK-IN-RECOVERED))
                                     TO   WK-HASH-RECOVERED
           END-IF
           .
      ******************************************************************
      * トレーラレコード突合処理(CZZ1230と同一要領)
      * 途切れた訂正版で履歴を書き換えないよう、履歴更新の前に行う
      ******************************************************************
       TRAILER-VALIDATE-RTN.
           IF WK-TRL-FOUND NOT = "Y"
               DISPLAY "*** ABEND: TRAILER RECORD MISSING - "
                       "FILE MAY BE TRUNCATED ***"
               PERFORM   ABEND-RTN
           END-IF

           IF WK-TRL-CNT NOT = WK-CNT-DETAIL
               DISPLAY "*** ABEND: TRAILER RECORD-COUNT MISMATCH ***"
               DISPLAY "TRAILER COUNT: " WK-TRL-CNT
                       "  ACTUAL DETAIL COUNT: " WK-CNT-DETAIL
               PERFORM   ABEND-RTN
           END-IF

           IF WK-TRL-CONFIRMED NOT = WK-HASH-CONFIRMED
                OR WK-TRL-DEATHS NOT = WK-HASH-DEATHS
                OR WK-TRL-RECOVERED NOT = WK-HASH-RECOVERED
               DISPLAY "*** ABEND: TRAILER HASH-TOTAL MISMATCH ***"
               DISPLAY "CONFIRMED TRAILER: " WK-TRL-CONFIRMED
                       "  ACTUAL: " WK-HASH-CONFIRMED
               DISPLAY "DEATHS    TRAILER: " WK-TRL-DEATHS
                       "  ACTUAL: " WK-HASH-DEATHS
               DISPLAY "RECOVERED TRAILER: " WK-TRL-RECOVERED
                       "  ACTUAL: " WK-HASH-RECOVERED
               PERFORM   ABEND-RTN
           END-IF

           DISPLAY "TRAILER RECONCILED: " WK-CNT-DETAIL
                   " DETAIL RECORDS"
           .
      ******************************************************************
      * 訂正版明細の検証処理
      * Date が訂正対象日付と異なる行・Country空欄の行・件数項目が
      * 数値でない行は訂正に使用しない(引数で日付が省略された場合は
      * 最初の有効行の日付を訂正対象日付とする)
      ******************************************************************
       ROW-VALIDATE-RTN.
           MOVE    "N"      TO   WK-REJ-FLG
           MOVE    SPACES   TO   WK-REJ-REASON
           MOVE    SPACES   TO   WK-NORM-DATE WK-NORM-LASTUPDATE

           MOVE    WK-IN-DATE   TO   WK-DTN-IN
           PERFORM   DATE-NORMALIZE-RTN
           IF WK-DTN-OK = "Y"
               MOVE   WK-DTN-OUT   TO   WK-NORM-DATE
               IF WK-RST-DATE = SPACES
                   MOVE   WK-DTN-OUT(1:10)   TO   WK-RST-DATE
               END-IF
               IF WK-NORM-DATE(1:10) NOT = WK-RST-DATE
                   MOVE   "Y"    TO   WK-REJ-FLG
                   MOVE   "DATE DIFFERS FROM RESTATEMENT DATE"  TO
                          WK-REJ-REASON
               END-IF
           ELSE
               MOVE   "Y"                       TO   WK-REJ-FLG
               MOVE   "UNPARSEABLE DATE VALUE"  TO   WK-REJ-REASON
           END-IF

           IF WK-REJ-FLG = "N"
                AND FUNCTION TRIM(WK-IN-COUNTRY) = SPACES
               MOVE   "Y"                       TO   WK-REJ-FLG
               MOVE   "BLANK COUNTRY"           TO   WK-REJ-REASON
           END-IF

      *    delete アクションは件数項目を伴わないため検証対象外
           IF WK-REJ-FLG = "N"
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(WK-IN-ACTION))
                           NOT = "DELETE"
               MOVE    WK-IN-LASTUPDATE   TO   WK-DTN-IN
               PERFORM   DATE-NORMALIZE-RTN
               IF WK-DTN-OK = "Y"
                   MOVE   WK-DTN-OUT   TO   WK-NORM-LASTUPDATE
               ELSE
                   MOVE   "Y"    TO   WK-REJ-FLG
                   MOVE   "UNPARSEABLE LASTUPDATE VALUE"  TO
                          WK-REJ-REASON
               END-IF

               IF WK-REJ-FLG = "N"
                   MOVE  FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                         WK-IN-CONFIRMED))      TO   WK-NUMVAL-RC
                   IF WK-NUMVAL-RC NOT = 0
                       MOVE   "Y"                   TO   WK-REJ-FLG
                       MOVE   "INVALID CONFIRMED VALUE" TO
                              WK-REJ-REASON
                   END-IF
               END-IF

               IF WK-REJ-FLG = "N"
                   MOVE  FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                         WK-IN-DEATHS))     TO   WK-NUMVAL-RC
                   IF WK-NUMVAL-RC NOT = 0
                       MOVE   "Y"                   TO   WK-REJ-FLG
                       MOVE   "INVALID DEATHS VALUE" TO   WK-REJ-REASON
                   END-IF
               END-IF

               IF WK-REJ-FLG = "N"
                   MOVE  FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                         WK-IN-RECOVERED))  TO   WK-NUMVAL-RC
                   IF WK-NUMVAL-RC NOT = 0
                       MOVE   "Y"                       TO WK-REJ-FLG
                       MOVE   "INVALID RECOVERED VALUE" TO
                              WK-REJ-REASON
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * 訂正不採用行のレポート出力処理
      ******************************************************************
       ROW-REJECT-RTN.
           INITIALIZE   FDZZRSR-OUT-REC
           STRING  "NOT USED   "                   DELIMITED BY SIZE
                   FUNCTION TRIM(FDZZ9C0-IN-REC)   DELIMITED BY SIZE
                   "  RSN: "                       DELIMITED BY SIZE
                   FUNCTION TRIM(WK-REJ-REASON)    DELIMITED BY SIZE
                  INTO FDZZRSR-OUT-REC
           END-STRING
           WRITE   FDZZRSR-OUT-REC
           ADD     1     TO      WK-CNT-REJECT
           .
      ******************************************************************
      * 訂正対象キーテーブル登録処理
      * 同一Province/Countryが複数行ある場合は後の行で上書きする
      * (CZZ1230の後勝ち重複排除と同じ扱い)
      ******************************************************************
       ROW-STORE-RTN.
           MOVE    FUNCTION TRIM(WK-IN-PROVINCE)   TO   WK-FND-PROVINCE
           MOVE    FUNCTION TRIM(WK-IN-COUNTRY)    TO   WK-FND-COUNTRY
           PERFORM   KEY-FIND-RTN

           IF WK-FND-I = 0
               PERFORM   KEY-ADD-RTN
           ELSE
               ADD     1     TO      WK-CNT-SUPERSEDED
           END-IF

           MOVE    WK-NORM-DATE         TO   WK-RST-NORM-DATE(WK-FND-I)
           MOVE    WK-NORM-LASTUPDATE   TO   WK-RST-LASTUPDATE(WK-FND-I)
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WK-IN-ACTION))
                       = "DELETE"
               MOVE   "D"   TO   WK-RST-ACTION(WK-FND-I)
               MOVE   0     TO   WK-RST-CONFIRMED(WK-FND-I)
                                 WK-RST-DEATHS(WK-FND-I)
                                 WK-RST-RECOVERED(WK-FND-I)
           ELSE
               MOVE   "R"   TO   WK-RST-ACTION(WK-FND-I)
               MOVE   FUNCTION NUMVAL(FUNCTION TRIM(WK-IN-CONFIRMED))
                            TO   WK-RST-CONFIRMED(WK-FND-I)
               MOVE   FUNCTION NUMVAL(FUNCTION TRIM(WK-IN-DEATHS))
                            TO   WK-RST-DEATHS(WK-FND-I)
               MOVE   FUNCTION NUMVAL(FUNCTION TRIM(WK-IN-RECOVERED))
                            TO   WK-RST-RECOVERED(WK-FND-I)
           END-IF
           .
      ******************************************************************
      * 訂正対象キーテーブル検索処理
      * WK-FND-PROVINCE/WK-FND-COUNTRY のエントリ位置を WK-FND-I に
      * 返す(無い場合は0)
      ******************************************************************
       KEY-FIND-RTN.
           MOVE    0   TO   WK-FND-I
           PERFORM  VARYING  WK-RST-I  FROM  1  BY  1
                    UNTIL  WK-RST-I  >  WK-RST-COUNT
                        OR  WK-FND-I > 0
               IF WK-RST-PROVINCE(WK-RST-I) = WK-FND-PROVINCE
                    AND WK-RST-COUNTRY(WK-RST-I) = WK-FND-COUNTRY
                   MOVE   WK-RST-I   TO   WK-FND-I
               END-IF
           END-PERFORM
           .
      ******************************************************************
      * 訂正対象キーテーブル追加処理
      * 追加したエントリ位置を WK-FND-I に返す。テーブル超過時は
      * 一部のキーだけ訂正された状態を作らないよう異常終了する
      ******************************************************************
       KEY-ADD-RTN.
           IF WK-RST-COUNT >= 1000
               DISPLAY "*** ABEND: RESTATEMENT KEY TABLE FULL "
                       "(1000) ***"
               PERFORM   ABEND-RTN
           END-IF

           ADD     1              TO   WK-RST-COUNT
           MOVE    WK-RST-COUNT   TO   WK-FND-I
           INITIALIZE   WK-RST-ENTRY(WK-FND-I)
           MOVE    WK-FND-PROVINCE   TO   WK-RST-PROVINCE(WK-FND-I)
           MOVE    WK-FND-COUNTRY    TO   WK-RST-COUNTRY(WK-FND-I)
           MOVE    "N"   TO   WK-RST-OLD-FLG(WK-FND-I)
                              WK-RST-BASE-FLG(WK-FND-I)
                              WK-RST-LAST-FLG(WK-FND-I)
           .
      ******************************************************************
      * 訂正再計上処理
      * (1) 当該日付の既存履歴行の控え  (2) 基準値の取得
      * (3) 当該日付行の差し替え・削除  (4) 以降日付のデルタ再計算
      * (5) 前日集計の揃え直し
      ******************************************************************
       RESTATE-RTN.
           PERFORM   TRAILER-VALIDATE-RTN

           IF WK-RST-COUNT = 0
               DISPLAY "*** ABEND: NO USABLE DETAIL RECORDS IN "
                       "CORRECTED EXTRACT ***"
               PERFORM   ABEND-RTN
           END-IF

           DISPLAY "RESTATEMENT DATE: " WK-RST-DATE
                   "  KEYS IN CORRECTED EXTRACT: " WK-RST-COUNT

      *    当該日付の行と以降日付のデルタ再計算が締め済みの月に
      *    及ぶ場合は、履歴に触れる前に受け付けずに終了する
           PERFORM   PERIOD-LOAD-RTN
           IF WK-PCL-ERR-FLG = "Y"
               PERFORM   ABEND-RTN
           END-IF
           MOVE      WK-RST-DATE   TO   WK-PCL-CHK-DATE
           PERFORM   PERIOD-FROM-RTN
           IF WK-PCL-CLOSED-FLG = "Y"
               DISPLAY "*** RESTATEMENT REFUSED - PERIOD "
                       WK-PCL-HIT-MONTH " IS CLOSED ***"
               DISPLAY "REOPEN THE PERIOD WITH CZZ1253 BEFORE "
                       "RESTATING " WK-RST-DATE
               PERFORM   PERIOD-REFUSE-RTN
           END-IF

           PERFORM   TARGET-SCAN-RTN

      *    一度も取り込んでいない日付・保持世代を過ぎた日付は
      *    訂正再計上の対象外とする
           IF WK-CNT-TGT-ROWS = 0
               DISPLAY "*** ABEND: RESTATEMENT DATE " WK-RST-DATE
                       " NOT ON HISTORY FILE (NEVER LOADED OR "
                       "ALREADY PURGED) ***"
               PERFORM   ABEND-RTN
           END-IF

           PERFORM   ARCHIVE-BASE-RTN

           PERFORM  VARYING  WK-RST-I  FROM  1  BY  1
                    UNTIL  WK-RST-I  >  WK-RST-COUNT
               PERFORM   TARGET-APPLY-RTN
           END-PERFORM

           PERFORM   RIPPLE-RTN

           PERFORM  VARYING  WK-RST-I  FROM  1  BY  1
                    UNTIL  WK-RST-I  >  WK-RST-COUNT
               PERFORM   PRIOR-RESET-RTN
           END-PERFORM
           .
      ******************************************************************
      * 当該日付の既存履歴行 走査処理
      * 訂正前の値を控え、REPLACEモードでは訂正版に無いキーを
      * 削除対象(X)として登録する
      ******************************************************************
       TARGET-SCAN-RTN.
           MOVE    "N"          TO   WK-RPL-EOF-FLG
           MOVE    LOW-VALUES   TO   WK-HIS-KEY
           START   FDZZHIS  KEY IS >= WK-HIS-KEY
           END-START
           IF WK-HIS-FS = "00"
               PERFORM   TARGET-SCAN-READ-RTN
                         UNTIL WK-RPL-EOF-FLG = "Y"
           END-IF
           .
      ******************************************************************
      * 当該日付の既存履歴行 走査の1件読み込み処理
      ******************************************************************
       TARGET-SCAN-READ-RTN.
           READ    FDZZHIS  NEXT RECORD
               AT END
                   MOVE   "Y"   TO   WK-RPL-EOF-FLG
               NOT AT END
                   IF WK-HIS-DATE = WK-RST-DATE
                       PERFORM   TARGET-HIT-RTN
                   END-IF
           END-READ
           .
      ******************************************************************
      * 当該日付の既存履歴行 控え処理
      ******************************************************************
       TARGET-HIT-RTN.
           ADD     1                 TO   WK-CNT-TGT-ROWS
           MOVE    WK-HIS-PROVINCE   TO   WK-FND-PROVINCE
           MOVE    WK-HIS-COUNTRY    TO   WK-FND-COUNTRY
           PERFORM   KEY-FIND-RTN

           IF WK-FND-I = 0 AND WK-RST-REPLACE-FLG = "Y"
               PERFORM   KEY-ADD-RTN
               MOVE   "X"   TO   WK-RST-ACTION(WK-FND-I)
           END-IF

           IF WK-FND-I > 0
               MOVE   "Y"   TO   WK-RST-OLD-FLG(WK-FND-I)
               MOVE   WK-HIS-CONFIRMED   TO
                      WK-RST-OLD-CONFIRMED(WK-FND-I)
               MOVE   WK-HIS-DEATHS      TO
                      WK-RST-OLD-DEATHS(WK-FND-I)
               MOVE   WK-HIS-RECOVERED   TO
                      WK-RST-OLD-RECOVERED(WK-FND-I)
               MOVE   WK-HIS-NEW-CONFIRMED   TO
                      WK-RST-OLD-NEW-CONFIRMED(WK-FND-I)
               MOVE   WK-HIS-NEW-DEATHS      TO
                      WK-RST-OLD-NEW-DEATHS(WK-FND-I)
               MOVE   WK-HIS-NEW-RECOVERED   TO
                      WK-RST-OLD-NEW-RECOVERED(WK-FND-I)
      *        既存ドキュメントの _id は差し替え前の時刻で作られている
               MOVE   WK-HIS-DATE-TIME       TO
                      WK-RST-OLD-TIME(WK-FND-I)
           END-IF
           .
      ******************************************************************
      * 基準値取得処理
      * 保持世代から外れた過去分の直近行をアーカイブから探し、
      * 履歴上に当該日付より前の行が無いキーのデルタ基準とする
      * (アーカイブが無い場合は初出扱い=デルタは累計そのもの)
      ******************************************************************
       ARCHIVE-BASE-RTN.
           OPEN   INPUT  FDZZHAR
           IF WK-HAR-FS = "00"
               MOVE   "N"   TO   WK-HAR-EOF-FLG
               PERFORM   ARCHIVE-BASE-READ-RTN
                         UNTIL WK-HAR-EOF-FLG = "Y"
               CLOSE  FDZZHAR
           ELSE
               DISPLAY "HISTORY ARCHIVE FILE NOT AVAILABLE - "
                       "OLDEST RETAINED ROW IS TREATED AS FIRST"
           END-IF
           .
      ******************************************************************
      * 基準値取得の1件読み込み処理
      * アーカイブレコードをCZZHIS01レイアウトへ移送して判定する
      * (CZZ1239と同じ方式)
      ******************************************************************
       ARCHIVE-BASE-READ-RTN.
           READ FDZZHAR
                AT END
                    MOVE   "Y"   TO   WK-HAR-EOF-FLG
                NOT AT END
                    MOVE   FDZZHAR-REC   TO   FDZZHIS-REC
                    IF WK-HIS-DATE < WK-RST-DATE
      *                 改称前に退避された行も正規国名で突き当てる
                        MOVE   WK-HIS-COUNTRY    TO   WK-ALS-NAME
                        PERFORM   ALIAS-RESOLVE-RTN
                        MOVE   WK-ALS-NAME       TO   WK-HIS-COUNTRY
                        MOVE   WK-HIS-PROVINCE   TO   WK-FND-PROVINCE
                        MOVE   WK-HIS-COUNTRY    TO   WK-FND-COUNTRY
                        PERFORM   KEY-FIND-RTN
                        IF WK-FND-I > 0
                            PERFORM   ARCHIVE-BASE-SET-RTN
                        END-IF
                    END-IF
           END-READ
           .
      ******************************************************************
      * 基準値登録処理(より新しい日付の行で置き換える)
      ******************************************************************
       ARCHIVE-BASE-SET-RTN.
           IF WK-RST-BASE-FLG(WK-FND-I) = "N"
                OR WK-HIS-DATE > WK-RST-BASE-DATE(WK-FND-I)
               IF WK-RST-BASE-FLG(WK-FND-I) = "N"
                   ADD   1   TO   WK-CNT-HAR-BASE
               END-IF
               MOVE   "Y"                TO
                      WK-RST-BASE-FLG(WK-FND-I)
               MOVE   WK-HIS-DATE        TO
                      WK-RST-BASE-DATE(WK-FND-I)
               MOVE   WK-HIS-CONFIRMED   TO
                      WK-RST-BASE-CONFIRMED(WK-FND-I)
               MOVE   WK-HIS-DEATHS      TO
                      WK-RST-BASE-DEATHS(WK-FND-I)
               MOVE   WK-HIS-RECOVERED   TO
                      WK-RST-BASE-RECOVERED(WK-FND-I)
           END-IF
           .
      ******************************************************************
      * 当該日付行の差し替え・削除処理(WK-RST-I のエントリ)
      * 差し替え行のデルタは後続の再計算で確定させる
      ******************************************************************
       TARGET-APPLY-RTN.
           MOVE    SPACES                     TO   WK-HIS-KEY
           MOVE    WK-RST-PROVINCE(WK-RST-I)  TO   WK-HIS-PROVINCE
           MOVE    WK-RST-COUNTRY(WK-RST-I)   TO   WK-HIS-COUNTRY
           MOVE    WK-RST-DATE                TO   WK-HIS-DATE

           EVALUATE TRUE
               WHEN WK-RST-ACTION(WK-RST-I) = "R"
                   MOVE   WK-RST-CONFIRMED(WK-RST-I)
                                         TO   WK-HIS-CONFIRMED
                   MOVE   WK-RST-DEATHS(WK-RST-I)
                                         TO   WK-HIS-DEATHS
                   MOVE   WK-RST-RECOVERED(WK-RST-I)
                                         TO   WK-HIS-RECOVERED
                   MOVE   0              TO   WK-HIS-NEW-CONFIRMED
                                              WK-HIS-NEW-DEATHS
                                              WK-HIS-NEW-RECOVERED
                   MOVE   "N"            TO   WK-HIS-CARRIED-FLG
                   MOVE   WK-RST-NORM-DATE(WK-RST-I)(11:9)
                                         TO   WK-HIS-DATE-TIME
                   IF WK-RST-OLD-FLG(WK-RST-I) = "Y"
                       REWRITE  FDZZHIS-REC
                           INVALID KEY
                               DISPLAY "HISTORY REWRITE FAILED: "
                                       WK-HIS-KEY
                       END-REWRITE
                   ELSE
                       WRITE    FDZZHIS-REC
                           INVALID KEY
                               DISPLAY "HISTORY WRITE FAILED: "
                                       WK-HIS-KEY
                       END-WRITE
                   END-IF
               WHEN WK-RST-OLD-FLG(WK-RST-I) = "Y"
                   DELETE   FDZZHIS RECORD
                       INVALID KEY
                           DISPLAY "HISTORY DELETE FAILED: "
                                   WK-HIS-KEY
                   END-DELETE
                   ADD      1   TO   WK-CNT-REMOVED
                   ADD      1   TO   WK-CNT-HIS-REWRITE
                   PERFORM   REMOVED-WRITE-RTN
               WHEN OTHER
      *            訂正版の削除指示だが当該日付行がもともと無い
                   INITIALIZE   FDZZRSR-OUT-REC
                   STRING  "NOT ON FILE "           DELIMITED BY SIZE
                           WK-RST-DATE              DELIMITED BY SIZE
                           " "                      DELIMITED BY SIZE
                           FUNCTION TRIM(WK-RST-PROVINCE(WK-RST-I))
                                                    DELIMITED BY SIZE
                           "/"                      DELIMITED BY SIZE
                           FUNCTION TRIM(WK-RST-COUNTRY(WK-RST-I))
                                                    DELIMITED BY SIZE
                           "  (DELETE REQUEST IGNORED)"
                                                    DELIMITED BY SIZE
                          INTO FDZZRSR-OUT-REC
                   END-STRING
                   WRITE   FDZZRSR-OUT-REC
           END-EVALUATE
           .
      ******************************************************************
      * 削除行のレポート・バルク出力処理(WK-RST-I のエントリ)
      ******************************************************************
       REMOVED-WRITE-RTN.
           MOVE    WK-RST-OLD-CONFIRMED(WK-RST-I)  TO
                   WK-RPT-OLD-CONF-ED
           MOVE    WK-RST-OLD-DEATHS(WK-RST-I)     TO
                   WK-RPT-OLD-DTH-ED
           MOVE    WK-RST-OLD-RECOVERED(WK-RST-I)  TO
                   WK-RPT-OLD-REC-ED
           INITIALIZE   FDZZRSR-OUT-REC
           STRING  "REMOVED    "                   DELIMITED BY SIZE
                   WK-RST-DATE                     DELIMITED BY SIZE
                   " "                             DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RST-PROVINCE(WK-RST-I))
                                                   DELIMITED BY SIZE
                   "/"                             DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RST-COUNTRY(WK-RST-I))
                                                   DELIMITED BY SIZE
                   "  OLD C/D/R: "                 DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-OLD-CONF-ED) DELIMITED BY SIZE
                   "/"                             DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-OLD-DTH-ED)  DELIMITED BY SIZE
                   "/"                             DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-OLD-REC-ED)  DELIMITED BY SIZE
                   "  NEW: (NONE)"                 DELIMITED BY SIZE
                  INTO FDZZRSR-OUT-REC
           END-STRING
           WRITE   FDZZRSR-OUT-REC

      *    Elasticsearch 側の当該ドキュメントも削除する
      *    (_id は履歴に保存されていた差し替え前の時刻で組み立てる)
           MOVE    WK-RST-PROVINCE(WK-RST-I)   TO   WK-IN-PROVINCE
           MOVE    WK-RST-COUNTRY(WK-RST-I)    TO   WK-IN-COUNTRY
           MOVE    SPACES                      TO   WK-DOC-DATE
           MOVE    WK-RST-DATE                 TO   WK-DOC-DATE(1:10)
           MOVE    WK-RST-OLD-TIME(WK-RST-I)   TO   WK-DOC-DATE(11:9)
           PERFORM   COUNTRY-LOOKUP-RTN
           PERFORM   BUILD-BULK-ID-RTN
           PERFORM   INDEX-ROUTE-RTN
           PERFORM   DELETE-BULK-RTN
           .
      ******************************************************************
      * デルタ再計算(リップル)処理
      * 履歴をキー順(Province/Country/日付)に通読し、訂正対象キーの
      * 当該日付以降の行について直前行との差分でデルタを算出し直す
      ******************************************************************
       RIPPLE-RTN.
           MOVE    "N"           TO   WK-RPL-EOF-FLG
           MOVE    HIGH-VALUES   TO   WK-RPL-P-SAVE WK-RPL-C-SAVE
           MOVE    0             TO   WK-RPL-I
           MOVE    LOW-VALUES    TO   WK-HIS-KEY
           START   FDZZHIS  KEY IS >= WK-HIS-KEY
           END-START
           IF WK-HIS-FS = "00"
               PERFORM   RIPPLE-READ-RTN
                         UNTIL WK-RPL-EOF-FLG = "Y"
           END-IF
           .
      ******************************************************************
      * デルタ再計算の1件読み込み処理
      ******************************************************************
       RIPPLE-READ-RTN.
           READ    FDZZHIS  NEXT RECORD
               AT END
                   MOVE   "Y"   TO   WK-RPL-EOF-FLG
               NOT AT END
                   PERFORM   RIPPLE-ROW-RTN
           END-READ
           .
      ******************************************************************
      * デルタ再計算の1行処理
      * キーが変わったら訂正対象か判定し、直前行(初期値はアーカイブ
      * の基準値)を引き継ぎながら当該日付以降を再計算する
      ******************************************************************
       RIPPLE-ROW-RTN.
           IF WK-HIS-PROVINCE NOT = WK-RPL-P-SAVE
                OR WK-HIS-COUNTRY NOT = WK-RPL-C-SAVE
               MOVE   WK-HIS-PROVINCE   TO   WK-RPL-P-SAVE
                                             WK-FND-PROVINCE
               MOVE   WK-HIS-COUNTRY    TO   WK-RPL-C-SAVE
                                             WK-FND-COUNTRY
               PERFORM   KEY-FIND-RTN
               MOVE   WK-FND-I          TO   WK-RPL-I
               IF WK-RPL-I > 0
                   MOVE   WK-RST-BASE-FLG(WK-RPL-I)        TO
                          WK-RPL-PREV-FLG
                   MOVE   WK-RST-BASE-CONFIRMED(WK-RPL-I)  TO
                          WK-RPL-PREV-CONFIRMED
                   MOVE   WK-RST-BASE-DEATHS(WK-RPL-I)     TO
                          WK-RPL-PREV-DEATHS
                   MOVE   WK-RST-BASE-RECOVERED(WK-RPL-I)  TO
                          WK-RPL-PREV-RECOVERED
               END-IF
           END-IF

           IF WK-RPL-I > 0
               IF WK-HIS-DATE >= WK-RST-DATE
                   PERFORM   RIPPLE-RECALC-RTN
               END-IF

               MOVE   "Y"                TO   WK-RPL-PREV-FLG
               MOVE   WK-HIS-CONFIRMED   TO   WK-RPL-PREV-CONFIRMED
               MOVE   WK-HIS-DEATHS      TO   WK-RPL-PREV-DEATHS
               MOVE   WK-HIS-RECOVERED   TO   WK-RPL-PREV-RECOVERED

               MOVE   "Y"                TO   WK-RST-LAST-FLG(WK-RPL-I)
               MOVE   WK-HIS-CONFIRMED   TO
                      WK-RST-LAST-CONFIRMED(WK-RPL-I)
               MOVE   WK-HIS-DEATHS      TO
                      WK-RST-LAST-DEATHS(WK-RPL-I)
               MOVE   WK-HIS-RECOVERED   TO
                      WK-RST-LAST-RECOVERED(WK-RPL-I)
      *        引き継ぎ行は最終報告データ日付としない
               IF WK-HIS-CARRIED-FLG NOT = "Y"
                   MOVE   WK-HIS-DATE    TO
                          WK-RST-LAST-DATE(WK-RPL-I)
               END-IF
           END-IF
           .
      ******************************************************************
      * デルタ再計算・出力処理(読み込み中の履歴行)
      * 新旧の累計・デルタのいずれかが異なる行のみレポートとバルクへ
      * 出力する。当該日付行は差し替え前の控えを旧値とする
      ******************************************************************
       RIPPLE-RECALC-RTN.
           MOVE    WK-HIS-CONFIRMED   TO   WK-NEW-CONFIRMED
           MOVE    WK-HIS-DEATHS      TO   WK-NEW-DEATHS
           MOVE    WK-HIS-RECOVERED   TO   WK-NEW-RECOVERED
           IF WK-RPL-PREV-FLG = "Y"
               COMPUTE  WK-NEW-NEW-CONFIRMED =
                        WK-HIS-CONFIRMED - WK-RPL-PREV-CONFIRMED
               COMPUTE  WK-NEW-NEW-DEATHS    =
                        WK-HIS-DEATHS    - WK-RPL-PREV-DEATHS
               COMPUTE  WK-NEW-NEW-RECOVERED =
                        WK-HIS-RECOVERED - WK-RPL-PREV-RECOVERED
           ELSE
               MOVE     WK-HIS-CONFIRMED   TO   WK-NEW-NEW-CONFIRMED
               MOVE     WK-HIS-DEATHS      TO   WK-NEW-NEW-DEATHS
               MOVE     WK-HIS-RECOVERED   TO   WK-NEW-NEW-RECOVERED
           END-IF

           EVALUATE TRUE
               WHEN WK-HIS-DATE = WK-RST-DATE
                    AND WK-RST-OLD-FLG(WK-RPL-I) = "Y"
                   MOVE   "REPLACED"   TO   WK-CHG-TYPE
                   MOVE   WK-RST-OLD-CONFIRMED(WK-RPL-I)     TO
                          WK-OLD-CONFIRMED
                   MOVE   WK-RST-OLD-DEATHS(WK-RPL-I)        TO
                          WK-OLD-DEATHS
                   MOVE   WK-RST-OLD-RECOVERED(WK-RPL-I)     TO
                          WK-OLD-RECOVERED
                   MOVE   WK-RST-OLD-NEW-CONFIRMED(WK-RPL-I) TO
                          WK-OLD-NEW-CONFIRMED
                   MOVE   WK-RST-OLD-NEW-DEATHS(WK-RPL-I)    TO
                          WK-OLD-NEW-DEATHS
                   MOVE   WK-RST-OLD-NEW-RECOVERED(WK-RPL-I) TO
                          WK-OLD-NEW-RECOVERED
               WHEN WK-HIS-DATE = WK-RST-DATE
                   MOVE   "ADDED"      TO   WK-CHG-TYPE
                   MOVE   0   TO   WK-OLD-CONFIRMED WK-OLD-DEATHS
                                   WK-OLD-RECOVERED
                                   WK-OLD-NEW-CONFIRMED
                                   WK-OLD-NEW-DEATHS
                                   WK-OLD-NEW-RECOVERED
               WHEN OTHER
                   MOVE   "RIPPLED"    TO   WK-CHG-TYPE
                   MOVE   WK-HIS-CONFIRMED       TO   WK-OLD-CONFIRMED
                   MOVE   WK-HIS-DEATHS          TO   WK-OLD-DEATHS
                   MOVE   WK-HIS-RECOVERED       TO   WK-OLD-RECOVERED
                   MOVE   WK-HIS-NEW-CONFIRMED   TO
                          WK-OLD-NEW-CONFIRMED
                   MOVE   WK-HIS-NEW-DEATHS      TO   WK-OLD-NEW-DEATHS
                   MOVE   WK-HIS-NEW-RECOVERED   TO
                          WK-OLD-NEW-RECOVERED
           END-EVALUATE

      *    履歴行のデルタが再計算値と異なる場合は書き換える
      *    (差し替え行は仮のデルタ0で書いてあるため必ず確定させる)
           IF WK-HIS-NEW-CONFIRMED NOT = WK-NEW-NEW-CONFIRMED
                OR WK-HIS-NEW-DEATHS NOT = WK-NEW-NEW-DEATHS
                OR WK-HIS-NEW-RECOVERED NOT = WK-NEW-NEW-RECOVERED
               MOVE    WK-NEW-NEW-CONFIRMED   TO   WK-HIS-NEW-CONFIRMED
               MOVE    WK-NEW-NEW-DEATHS      TO   WK-HIS-NEW-DEATHS
               MOVE    WK-NEW-NEW-RECOVERED   TO   WK-HIS-NEW-RECOVERED
               REWRITE FDZZHIS-REC
                   INVALID KEY
                       DISPLAY "HISTORY REWRITE FAILED: " WK-HIS-KEY
               END-REWRITE
           END-IF

           IF WK-CHG-TYPE = "ADDED"
                OR WK-OLD-CONFIRMED NOT = WK-NEW-CONFIRMED
                OR WK-OLD-DEATHS NOT = WK-NEW-DEATHS
                OR WK-OLD-RECOVERED NOT = WK-NEW-RECOVERED
                OR WK-OLD-NEW-CONFIRMED NOT = WK-NEW-NEW-CONFIRMED
                OR WK-OLD-NEW-DEATHS NOT = WK-NEW-NEW-DEATHS
                OR WK-OLD-NEW-RECOVERED NOT = WK-NEW-NEW-RECOVERED
                OR (WK-CHG-TYPE = "REPLACED"
                    AND WK-RST-NORM-DATE(WK-RPL-I)(11:9) NOT =
                        WK-RST-OLD-TIME(WK-RPL-I))
               EVALUATE WK-CHG-TYPE
                   WHEN "REPLACED"
                       ADD   1   TO   WK-CNT-REPLACED
                   WHEN "ADDED"
                       ADD   1   TO   WK-CNT-ADDED
                   WHEN OTHER
                       ADD   1   TO   WK-CNT-RIPPLED
               END-EVALUATE
               ADD       1   TO   WK-CNT-HIS-REWRITE
               PERFORM   CHANGE-REPORT-RTN
               PERFORM   CHANGE-BULK-RTN
           END-IF
           .
      ******************************************************************
      * 訂正再計上レポート 変更行出力処理
      ******************************************************************
       CHANGE-REPORT-RTN.
           MOVE    WK-OLD-CONFIRMED       TO   WK-RPT-OLD-CONF-ED
           MOVE    WK-OLD-DEATHS          TO   WK-RPT-OLD-DTH-ED
           MOVE    WK-OLD-RECOVERED       TO   WK-RPT-OLD-REC-ED
           MOVE    WK-OLD-NEW-CONFIRMED   TO   WK-RPT-OLD-NCONF-ED
           MOVE    WK-OLD-NEW-DEATHS      TO   WK-RPT-OLD-NDTH-ED
           MOVE    WK-OLD-NEW-RECOVERED   TO   WK-RPT-OLD-NREC-ED
           MOVE    WK-NEW-CONFIRMED       TO   WK-RPT-NEW-CONF-ED
           MOVE    WK-NEW-DEATHS          TO   WK-RPT-NEW-DTH-ED
           MOVE    WK-NEW-RECOVERED       TO   WK-RPT-NEW-REC-ED
           MOVE    WK-NEW-NEW-CONFIRMED   TO   WK-RPT-NEW-NCONF-ED
           MOVE    WK-NEW-NEW-DEATHS      TO   WK-RPT-NEW-NDTH-ED
           MOVE    WK-NEW-NEW-RECOVERED   TO   WK-RPT-NEW-NREC-ED

           INITIALIZE   FDZZRSR-OUT-REC
           STRING  WK-CHG-TYPE                      DELIMITED BY SIZE
                   " "                              DELIMITED BY SIZE
                   WK-HIS-DATE                      DELIMITED BY SIZE
                   " "                              DELIMITED BY SIZE
                   FUNCTION TRIM(WK-HIS-PROVINCE)   DELIMITED BY SIZE
                   "/"                              DELIMITED BY SIZE
                   FUNCTION TRIM(WK-HIS-COUNTRY)    DELIMITED BY SIZE
                   "  OLD C/D/R: "                  DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-OLD-CONF-ED)  DELIMITED BY SIZE
                   "/"                              DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-OLD-DTH-ED)   DELIMITED BY SIZE
                   "/"                              DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-OLD-REC-ED)   DELIMITED BY SIZE
                   " NEW-C/D/R: "                   DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-OLD-NCONF-ED) DELIMITED BY SIZE
                   "/"                              DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-OLD-NDTH-ED)  DELIMITED BY SIZE
                   "/"                              DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-OLD-NREC-ED)  DELIMITED BY SIZE
                   "  NEW C/D/R: "                  DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-NEW-CONF-ED)  DELIMITED BY SIZE
                   "/"                              DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-NEW-DTH-ED)   DELIMITED BY SIZE
                   "/"                              DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-NEW-REC-ED)   DELIMITED BY SIZE
                   " NEW-C/D/R: "                   DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-NEW-NCONF-ED) DELIMITED BY SIZE
                   "/"                              DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-NEW-NDTH-ED)  DELIMITED BY SIZE
                   "/"                              DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-NEW-NREC-ED)  DELIMITED BY SIZE
                  INTO FDZZRSR-OUT-REC
           END-STRING
           WRITE   FDZZRSR-OUT-REC
           .
      ******************************************************************
      * Elasticsearch "update" バルク出力処理(読み込み中の履歴行)
      * 当該日付行は訂正版の LastUpdate と10万人当たり率も含めて
      * 更新し、以降日付の行は累計・デルタのみ部分更新する
      ******************************************************************
       CHANGE-BULK-RTN.
           MOVE    WK-HIS-PROVINCE    TO   WK-IN-PROVINCE
           MOVE    WK-HIS-COUNTRY     TO   WK-IN-COUNTRY

      *    差し替えで時刻が変わった場合は _id も変わるため、
      *    旧時刻の _id のドキュメントを先に削除する
           IF WK-HIS-DATE = WK-RST-DATE
                AND WK-RST-OLD-FLG(WK-RPL-I) = "Y"
                AND WK-RST-NORM-DATE(WK-RPL-I)(11:9) NOT =
                    WK-RST-OLD-TIME(WK-RPL-I)
               MOVE   SPACES                      TO   WK-DOC-DATE
               MOVE   WK-RST-DATE                 TO
                      WK-DOC-DATE(1:10)
               MOVE   WK-RST-OLD-TIME(WK-RPL-I)   TO
                      WK-DOC-DATE(11:9)
               PERFORM   COUNTRY-LOOKUP-RTN
               PERFORM   BUILD-BULK-ID-RTN
               PERFORM   INDEX-ROUTE-RTN
               PERFORM   DELETE-BULK-RTN
           END-IF

           IF WK-HIS-DATE = WK-RST-DATE
               MOVE   WK-RST-NORM-DATE(WK-RPL-I)   TO   WK-DOC-DATE
           ELSE
               MOVE   WK-HIS-DATE                  TO   WK-DOC-DATE
               MOVE   WK-HIS-DATE-TIME             TO
                      WK-DOC-DATE(11:9)
           END-IF
           PERFORM   COUNTRY-LOOKUP-RTN
           PERFORM   BUILD-BULK-ID-RTN
           PERFORM   INDEX-ROUTE-RTN

           INITIALIZE   FDZZ9CU-OUT-REC
           STRING "{ ""update"" : { ""_index"" : """ DELIMITED BY SIZE
                  FUNCTION TRIM(WK-DOC-INDEX)        DELIMITED BY SIZE
                  """, ""_id"" : """                 DELIMITED BY SIZE
                  FUNCTION TRIM(WK-BULK-ID)          DELIMITED BY SIZE
                  """} }"                            DELIMITED BY SIZE
                 INTO FDZZ9CU-OUT-REC
           END-STRING
           WRITE   FDZZ9CU-OUT-REC

           MOVE    WK-NEW-CONFIRMED       TO   WK-DOC-CONF-ED
           MOVE    WK-NEW-DEATHS          TO   WK-DOC-DTH-ED
           MOVE    WK-NEW-RECOVERED       TO   WK-DOC-REC-ED
           MOVE    WK-NEW-NEW-CONFIRMED   TO   WK-RPT-NEW-NCONF-ED
           MOVE    WK-NEW-NEW-DEATHS      TO   WK-RPT-NEW-NDTH-ED
           MOVE    WK-NEW-NEW-RECOVERED   TO   WK-RPT-NEW-NREC-ED

           MOVE    SPACES   TO   WK-DOC-BODY
           IF WK-HIS-DATE = WK-RST-DATE
               PERFORM   RATE-CALC-RTN
               STRING "{""Date"":"""          DELIMITED BY SIZE
                      FUNCTION TRIM(WK-DOC-DATE)
                      """,""Province"":"""    DELIMITED BY SIZE
                      FUNCTION TRIM(WK-IN-PROVINCE)
                      """,""Country"":"""     DELIMITED BY SIZE
                      FUNCTION TRIM(WK-IN-COUNTRY)
                      """,""LastUpdate"":"""  DELIMITED BY SIZE
                      FUNCTION TRIM(WK-RST-LASTUPDATE(WK-RPL-I))
                      """,""Confirmed"":"     DELIMITED BY SIZE
                      FUNCTION TRIM(WK-DOC-CONF-ED)
                      ",""Deaths"":"          DELIMITED BY SIZE
                      FUNCTION TRIM(WK-DOC-DTH-ED)
                      ",""Recovered"":"       DELIMITED BY SIZE
                      FUNCTION TRIM(WK-DOC-REC-ED)
                      ",""CountryCode"":"""   DELIMITED BY SIZE
                      FUNCTION TRIM(WK-COUNTRY-CODE)
                      """,""NewConfirmed"":"  DELIMITED BY SIZE
                      FUNCTION TRIM(WK-RPT-NEW-NCONF-ED)
                      ",""NewDeaths"":"       DELIMITED BY SIZE
                      FUNCTION TRIM(WK-RPT-NEW-NDTH-ED)
                      ",""NewRecovered"":"    DELIMITED BY SIZE
                      FUNCTION TRIM(WK-RPT-NEW-NREC-ED)
                      FUNCTION TRIM(WK-RATE-JSON)
                      ",""Carried"":false"    DELIMITED BY SIZE
                      "}"                     DELIMITED BY SIZE
                     INTO WK-DOC-BODY
               END-STRING
           ELSE
               STRING "{""Date"":"""          DELIMITED BY SIZE
                      FUNCTION TRIM(WK-DOC-DATE)
                      """,""Province"":"""    DELIMITED BY SIZE
                      FUNCTION TRIM(WK-IN-PROVINCE)
                      """,""Country"":"""     DELIMITED BY SIZE
                      FUNCTION TRIM(WK-IN-COUNTRY)
                      """,""Confirmed"":"     DELIMITED BY SIZE
                      FUNCTION TRIM(WK-DOC-CONF-ED)
                      ",""Deaths"":"          DELIMITED BY SIZE
                      FUNCTION TRIM(WK-DOC-DTH-ED)
                      ",""Recovered"":"       DELIMITED BY SIZE
                      FUNCTION TRIM(WK-DOC-REC-ED)
                      ",""CountryCode"":"""   DELIMITED BY SIZE
                      FUNCTION TRIM(WK-COUNTRY-CODE)
                      """,""NewConfirmed"":"  DELIMITED BY SIZE
                      FUNCTION TRIM(WK-RPT-NEW-NCONF-ED)
                      ",""NewDeaths"":"       DELIMITED BY SIZE
                      FUNCTION TRIM(WK-RPT-NEW-NDTH-ED)
                      ",""NewRecovered"":"    DELIMITED BY SIZE
                      FUNCTION TRIM(WK-RPT-NEW-NREC-ED)
                      "}"                     DELIMITED BY SIZE
                     INTO WK-DOC-BODY
               END-STRING
           END-IF

           INITIALIZE   FDZZ9CU-OUT-REC
           STRING "{""doc"":"                  DELIMITED BY SIZE
                  FUNCTION TRIM(WK-DOC-BODY)    DELIMITED BY SIZE
                  ",""doc_as_upsert"":true}"    DELIMITED BY SIZE
                 INTO FDZZ9CU-OUT-REC
           END-STRING
           WRITE   FDZZ9CU-OUT-REC
           ADD     1     TO      WK-CNT-FDZZ9CU
           .
      ******************************************************************
      * 前日集計 揃え直し処理(WK-RST-I のエントリ)
      * 最新履歴行の累計と最終報告データ日付を前日集計とし、
      * 履歴行が残らないキーは前日集計からも削除する
      ******************************************************************
       PRIOR-RESET-RTN.
           MOVE    SPACES                     TO   WK-PRIOR-KEY
           MOVE    WK-RST-PROVINCE(WK-RST-I)  TO   WK-PRIOR-PROVINCE
           MOVE    WK-RST-COUNTRY(WK-RST-I)   TO   WK-PRIOR-COUNTRY
           READ    FDZZPRI
                   KEY IS WK-PRIOR-KEY
               INVALID KEY
                   MOVE   "N"   TO   WK-PRIOR-FOUND
               NOT INVALID KEY
                   MOVE   "Y"   TO   WK-PRIOR-FOUND
           END-READ

           EVALUATE TRUE
               WHEN WK-RST-LAST-FLG(WK-RST-I) = "Y"
                    AND WK-PRIOR-FOUND = "Y"
                   IF WK-PRIOR-CONFIRMED NOT =
                           WK-RST-LAST-CONFIRMED(WK-RST-I)
                        OR WK-PRIOR-DEATHS NOT =
                           WK-RST-LAST-DEATHS(WK-RST-I)
                        OR WK-PRIOR-RECOVERED NOT =
                           WK-RST-LAST-RECOVERED(WK-RST-I)
                        OR (WK-RST-LAST-DATE(WK-RST-I) NOT = SPACES
                            AND WK-PRIOR-LAST-DATE NOT =
                                WK-RST-LAST-DATE(WK-RST-I))
                       PERFORM   PRIOR-SET-RTN
      *                保持世代が引き継ぎ行のみの場合は最終報告データ
      *                日付を保持世代から求められないため据え置く
                       IF WK-RST-LAST-DATE(WK-RST-I) NOT = SPACES
                           MOVE  WK-RST-LAST-DATE(WK-RST-I)   TO
                                 WK-PRIOR-LAST-DATE
                       END-IF
                       REWRITE   FDZZPRI-REC
                       PERFORM   PRIOR-REPORT-RTN
                   END-IF
               WHEN WK-RST-LAST-FLG(WK-RST-I) = "Y"
                   PERFORM   PRIOR-SET-RTN
                   MOVE      WK-RST-LAST-DATE(WK-RST-I)   TO
                             WK-PRIOR-LAST-DATE
                   MOVE      SPACES   TO   WK-PRIOR-RUN-BUSDATE
                   MOVE      0        TO   WK-PRIOR-MISS-DAYS
                   WRITE     FDZZPRI-REC
                   PERFORM   PRIOR-REPORT-RTN
               WHEN WK-PRIOR-FOUND = "Y"
                   DELETE    FDZZPRI RECORD
                   ADD       1   TO   WK-CNT-PRI-RESET
                   INITIALIZE   FDZZRSR-OUT-REC
                   STRING  "PRIOR DEL  "            DELIMITED BY SIZE
                           FUNCTION TRIM(WK-RST-PROVINCE(WK-RST-I))
                                                    DELIMITED BY SIZE
                           "/"                      DELIMITED BY SIZE
                           FUNCTION TRIM(WK-RST-COUNTRY(WK-RST-I))
                                                    DELIMITED BY SIZE
                           "  (NO HISTORY ROWS REMAIN)"
                                                    DELIMITED BY SIZE
                          INTO FDZZRSR-OUT-REC
                   END-STRING
                   WRITE   FDZZRSR-OUT-REC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      ******************************************************************
      * 前日集計レコード編集処理(WK-RST-I のエントリの最新履歴行)
      ******************************************************************
       PRIOR-SET-RTN.
           MOVE    WK-RST-LAST-CONFIRMED(WK-RST-I)  TO
                   WK-PRIOR-CONFIRMED
           MOVE    WK-RST-LAST-DEATHS(WK-RST-I)     TO
                   WK-PRIOR-DEATHS
           MOVE    WK-RST-LAST-RECOVERED(WK-RST-I)  TO
                   WK-PRIOR-RECOVERED
           ADD     1     TO      WK-CNT-PRI-RESET
           .
      ******************************************************************
      * 前日集計 揃え直し行のレポート出力処理
      ******************************************************************
       PRIOR-REPORT-RTN.
           MOVE    WK-PRIOR-CONFIRMED   TO   WK-RPT-NEW-CONF-ED
           MOVE    WK-PRIOR-DEATHS      TO   WK-RPT-NEW-DTH-ED
           MOVE    WK-PRIOR-RECOVERED   TO   WK-RPT-NEW-REC-ED
           INITIALIZE   FDZZRSR-OUT-REC
           STRING  "PRIOR SET  "                    DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RST-PROVINCE(WK-RST-I))
                                                    DELIMITED BY SIZE
                   "/"                              DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RST-COUNTRY(WK-RST-I))
                                                    DELIMITED BY SIZE
                   "  C/D/R: "                      DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-NEW-CONF-ED)  DELIMITED BY SIZE
                   "/"                              DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-NEW-DTH-ED)   DELIMITED BY SIZE
                   "/"                              DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-NEW-REC-ED)   DELIMITED BY SIZE
                  INTO FDZZRSR-OUT-REC
           END-STRING
           WRITE   FDZZRSR-OUT-REC
           .
      ******************************************************************
      * Elasticsearch "delete" バルク出力処理
      * (WK-DOC-INDEX / WK-BULK-ID は呼び出し側で設定済み)
      ******************************************************************
       DELETE-BULK-RTN.
           INITIALIZE   FDZZ9CU-OUT-REC
           STRING "{ ""delete"" : { ""_index"" : """ DELIMITED BY SIZE
                  FUNCTION TRIM(WK-DOC-INDEX)        DELIMITED BY SIZE
                  """, ""_id"" : """                 DELIMITED BY SIZE
                  FUNCTION TRIM(WK-BULK-ID)          DELIMITED BY SIZE
                  """} }"                            DELIMITED BY SIZE
                 INTO FDZZ9CU-OUT-REC
           END-STRING
           WRITE   FDZZ9CU-OUT-REC
           ADD     1     TO      WK-CNT-FDZZ9CU
           .
      ******************************************************************
      * Date+Province+Countryから決定論的な _id を組み立てる処理
      * (CZZ1230のBUILD-BULK-ID-RTNと同一形式。日付は WK-DOC-DATE)
      ******************************************************************
       BUILD-BULK-ID-RTN.
           MOVE    SPACES   TO   WK-BULK-ID
           STRING  FUNCTION TRIM(WK-DOC-DATE)     DELIMITED BY SIZE
                   "_"                            DELIMITED BY SIZE
                   FUNCTION TRIM(WK-IN-PROVINCE)   DELIMITED BY SIZE
                   "_"                            DELIMITED BY SIZE
                   FUNCTION TRIM(WK-IN-COUNTRY)    DELIMITED BY SIZE
                  INTO WK-BULK-ID
           END-STRING
           .
      ******************************************************************
      * 国名⇒ISOコード変換テーブル参照処理(CZZ1230と同一要領)
      ******************************************************************
       COUNTRY-LOOKUP-RTN.
           MOVE    "UNK"    TO   WK-COUNTRY-CODE

           IF WK-REF-AVAILABLE = "Y"
               MOVE    SPACES          TO   WK-REF-COUNTRY-NAME
               MOVE    FUNCTION TRIM(WK-IN-COUNTRY)
                                       TO   WK-REF-COUNTRY-NAME
               READ    FDZZREF
                       KEY IS WK-REF-COUNTRY-NAME
                   INVALID KEY
                       MOVE   "UNK"                  TO WK-COUNTRY-CODE
                   NOT INVALID KEY
                       MOVE   WK-REF-COUNTRY-CODE     TO WK-COUNTRY-CODE
               END-READ
           END-IF
           .
      ******************************************************************
      * 10万人当たり罹患率・死亡率 算出処理(CZZ1230と同一要領)
      ******************************************************************
       RATE-CALC-RTN.
           MOVE    "N"      TO   WK-POP-FOUND
           MOVE    0        TO   WK-RATE-INCID WK-RATE-DEATH

           IF WK-POP-AVAILABLE = "Y"
               MOVE    SPACES          TO   WK-POP-COUNTRY-NAME
               MOVE    FUNCTION TRIM(WK-IN-COUNTRY)
                                       TO   WK-POP-COUNTRY-NAME
               READ    FDZZPOP
                       KEY IS WK-POP-COUNTRY-NAME
                   INVALID KEY
                       MOVE   "N"   TO   WK-POP-FOUND
                   NOT INVALID KEY
                       IF WK-POP-POPULATION > 0
                           MOVE   "Y"   TO   WK-POP-FOUND
                       END-IF
               END-READ
           END-IF

           IF WK-POP-FOUND = "Y"
               COMPUTE  WK-RATE-INCID ROUNDED =
                        WK-NEW-CONFIRMED * 100000 / WK-POP-POPULATION
               COMPUTE  WK-RATE-DEATH ROUNDED =
                        WK-NEW-DEATHS    * 100000 / WK-POP-POPULATION
               MOVE     WK-RATE-INCID   TO   WK-RATE-INCID-ED
               MOVE     WK-RATE-DEATH   TO   WK-RATE-DEATH-ED
               MOVE     SPACES          TO   WK-RATE-JSON
               STRING  ",""IncidencePer100k"":"   DELIMITED BY SIZE
                       FUNCTION TRIM(WK-RATE-INCID-ED)
                                                  DELIMITED BY SIZE
                       ",""DeathsPer100k"":"      DELIMITED BY SIZE
                       FUNCTION TRIM(WK-RATE-DEATH-ED)
                                                  DELIMITED BY SIZE
                      INTO WK-RATE-JSON
               END-STRING
           ELSE
               MOVE  ",""IncidencePer100k"":null,""DeathsPer100k"":nu
      -               "ll"   TO   WK-RATE-JSON
           END-IF
           .
      ******************************************************************
      * 索引ルーティングルール取り込み処理(CZZ1230と同一要領)
      ******************************************************************
       RULES-LOAD-RTN.
           OPEN   INPUT  FDZZRTE
           IF WK-RTE-FS = "00"
               MOVE   "N"   TO   WK-RTE-EOF-FLG
               PERFORM   RULES-READ-RTN
                         UNTIL WK-RTE-EOF-FLG = "Y"
               CLOSE  FDZZRTE
               DISPLAY "INDEX ROUTING RULES LOADED: " WK-RTE-COUNT
           ELSE
               DISPLAY "INDEX ROUTING RULE FILE NOT AVAILABLE - "
                       "ALL DOCUMENTS GO TO DEFAULT INDEX"
           END-IF
           .
      ******************************************************************
      * 索引ルーティングルールの1行読み込み・登録処理
      ******************************************************************
       RULES-READ-RTN.
           READ FDZZRTE
                AT END
                    MOVE   "Y"   TO   WK-RTE-EOF-FLG
                NOT AT END
                    IF FDZZRTE-REC NOT = SPACES
                         AND FDZZRTE-REC(1:2) NOT = "* "
                        PERFORM   RULES-PARSE-RTN
                    END-IF
           END-READ
           .
      ******************************************************************
      * 索引ルーティングルール1行分の解釈・登録処理
      ******************************************************************
       RULES-PARSE-RTN.
           MOVE    SPACES   TO   WK-RTE-CCODE-X WK-RTE-MONTH-X
                                 WK-RTE-INDEX-X
           UNSTRING  FDZZRTE-REC  DELIMITED BY "|"
                     INTO  WK-RTE-CCODE-X  WK-RTE-MONTH-X
                           WK-RTE-INDEX-X

           MOVE    FUNCTION UPPER-CASE(FUNCTION TRIM(
                   WK-RTE-CCODE-X))   TO   WK-RTE-CCODE-X

           EVALUATE TRUE
               WHEN WK-RTE-INDEX-X = SPACES
                OR  WK-RTE-CCODE-X = SPACES
                OR  WK-RTE-MONTH-X = SPACES
                   DISPLAY "INVALID ROUTING RULE SKIPPED: "
                           FUNCTION TRIM(FDZZRTE-REC)
               WHEN WK-RTE-COUNT >= 100
                   DISPLAY "ROUTING RULE TABLE FULL - SKIPPED: "
                           FUNCTION TRIM(FDZZRTE-REC)
               WHEN OTHER
                   ADD    1   TO   WK-RTE-COUNT
                   MOVE   WK-RTE-CCODE-X(1:3)   TO
                          WK-RTE-CCODE(WK-RTE-COUNT)
                   MOVE   WK-RTE-MONTH-X(1:7)   TO
                          WK-RTE-MONTH(WK-RTE-COUNT)
                   MOVE   FUNCTION TRIM(WK-RTE-INDEX-X)   TO
                          WK-RTE-INDEX(WK-RTE-COUNT)
           END-EVALUATE
           .
      ******************************************************************
      * 索引ルーティング判定処理(CZZ1230と同一要領)
      ******************************************************************
       INDEX-ROUTE-RTN.
           MOVE    WK-DB-INDEX        TO   WK-DOC-INDEX
           MOVE    WK-DOC-DATE(1:7)   TO   WK-DOC-MONTH
           MOVE    "N"                TO   WK-RTE-HIT-FLG

           PERFORM  VARYING  WK-RTE-I  FROM  1  BY  1
                    UNTIL  WK-RTE-I  >  WK-RTE-COUNT
                        OR  WK-RTE-HIT-FLG = "Y"
               IF (WK-RTE-CCODE(WK-RTE-I) = "*"
                    OR WK-RTE-CCODE(WK-RTE-I) = WK-COUNTRY-CODE)
                    AND (WK-RTE-MONTH(WK-RTE-I) = "*"
                    OR WK-RTE-MONTH(WK-RTE-I) = WK-DOC-MONTH)
                   MOVE   "Y"   TO   WK-RTE-HIT-FLG
                   PERFORM   INDEX-EDIT-RTN
               END-IF
           END-PERFORM
           .
      ******************************************************************
      * 索引名編集処理(WK-RTE-I のルール)
      ******************************************************************
       INDEX-EDIT-RTN.
           MOVE    0   TO   WK-RTE-TALLY
           INSPECT WK-RTE-INDEX(WK-RTE-I)
                   TALLYING WK-RTE-TALLY FOR ALL "&YM"

           IF WK-RTE-TALLY > 0
               MOVE    SPACES   TO   WK-RTE-PART1 WK-RTE-PART2
               UNSTRING  WK-RTE-INDEX(WK-RTE-I)  DELIMITED BY "&YM"
                         INTO  WK-RTE-PART1  WK-RTE-PART2
               MOVE    SPACES   TO   WK-DOC-INDEX
               STRING  FUNCTION TRIM(WK-RTE-PART1) DELIMITED BY SIZE
                       FUNCTION TRIM(WK-DOC-MONTH) DELIMITED BY SIZE
                       FUNCTION TRIM(WK-RTE-PART2) DELIMITED BY SIZE
                      INTO WK-DOC-INDEX
               END-STRING
           ELSE
               MOVE    WK-RTE-INDEX(WK-RTE-I)   TO   WK-DOC-INDEX
           END-IF
           .
      *    Date/LastUpdate 正規化処理
           COPY  CZZDTN02.
      *    国名エイリアス(正規国名変換)処理(CZZ1230と共通)
           COPY  CZZALS03.
      ******************************************************************
      * 終了処理
      ******************************************************************
       END-RTN.
           CLOSE   FDZZ9C0 FDZZ9CU FDZZREF FDZZPOP FDZZPRI FDZZHIS
           IF WK-ALS-AVAILABLE = "Y"
               CLOSE   FDZZALS
           END-IF

           DISPLAY "--- RESTATEMENT SUMMARY REPORT ---"
           DISPLAY "RESTATEMENT DATE  : "  WK-RST-DATE
           DISPLAY "RECORDS READ      : "  WK-CNT-FDZZ9C0
           DISPLAY "ROWS NOT USED     : "  WK-CNT-REJECT
           DISPLAY "COUNTRY ALIASED   : "  WK-CNT-ALS-HIT
           DISPLAY "ROWS SUPERSEDED   : "  WK-CNT-SUPERSEDED
                   " (DUPLICATE KEY, LAST-WINS)"
           DISPLAY "ROWS ON FILE      : "  WK-CNT-TGT-ROWS
                   " (RESTATEMENT DATE, BEFORE)"
           DISPLAY "ROWS REPLACED     : "  WK-CNT-REPLACED
           DISPLAY "ROWS ADDED        : "  WK-CNT-ADDED
           DISPLAY "ROWS REMOVED      : "  WK-CNT-REMOVED
           DISPLAY "LATER ROWS RIPPLED: "  WK-CNT-RIPPLED
           DISPLAY "ARCHIVE BASELINES : "  WK-CNT-HAR-BASE
           DISPLAY "PRIOR TOTALS RESET: "  WK-CNT-PRI-RESET
           DISPLAY "BULK ACTIONS      : "  WK-CNT-FDZZ9CU
           DISPLAY "----------------------------------"

           MOVE    WK-CNT-HIS-REWRITE   TO   WK-RPT-CNT-ED
           INITIALIZE   FDZZRSR-OUT-REC
           STRING  "DATE: "                       DELIMITED BY SIZE
                   WK-RST-DATE                    DELIMITED BY SIZE
                   "  HISTORY ROWS CHANGED: "     DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-CNT-ED)   DELIMITED BY SIZE
                  INTO FDZZRSR-OUT-REC
           END-STRING
           WRITE   FDZZRSR-OUT-REC
           MOVE    WK-CNT-PRI-RESET     TO   WK-RPT-CNT-ED
           INITIALIZE   FDZZRSR-OUT-REC
           STRING  "PRIOR TOTALS RESET: "         DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-CNT-ED)   DELIMITED BY SIZE
                  INTO FDZZRSR-OUT-REC
           END-STRING
           WRITE   FDZZRSR-OUT-REC
           CLOSE   FDZZRSR

      *    訂正版に使用できない行があった場合は警告終了とする
           IF WK-CNT-REJECT > 0
               MOVE   4   TO   WK-FINAL-RC
           ELSE
               MOVE   0   TO   WK-FINAL-RC
           END-IF

           MOVE    WK-CNT-FDZZ9C0       TO   WK-RUN-L-READ
           MOVE    WK-CNT-HIS-REWRITE   TO   WK-RUN-L-WRITE
           MOVE    WK-CNT-REJECT        TO   WK-RUN-L-REJ
           MOVE    WK-FINAL-RC          TO   WK-RUN-L-RC
           PERFORM   RUNLOG-END-RTN

           PERFORM   LOCK-RELEASE-RTN

           MOVE    WK-FINAL-RC    TO RETURN-CODE
           DISPLAY "END: CZZ1246"
           .
      *    締め済み期間判定処理(CZZ1230/1235/1238と共通)
           COPY  CZZPCL03.
      *    実行管理(ランログ)記録処理(CZZ1230/1231/1232/1233と共通)
           COPY  CZZRUN03.
      *    実行時パラメタ読み込み処理(CZZ1230/1231/1232/1233と共通)
           COPY  CZZPRM02.
