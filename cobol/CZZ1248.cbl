       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         CZZ1248.

      ******************************************************************
      * 前日集計・日次集計履歴 正規国名キー変換プログラム
      * 国名エイリアステーブル(ec2_country_alias.dat、CZZ1247で作成)
      * を使い、前日集計(ec2_prior_totals.dat)と日次集計履歴
      * (ec2_history.dat)のうち、上流の旧国名("Mainland China" 等)で
      * 登録されているレコードを正規国名のキーへ付け替える。
      *   ・正規国名のキーが既にある場合は正規国名側を残し、旧国名側は
      *     削除して変換レポートに記録する
      *   ・付け替えたキーは、旧国名と正規国名の系列が1本になるため、
      *     各キーの2行目以降の NewConfirmed/NewDeaths/NewRecovered を
      *     直前行との差分で再計算する(改称日の偽のスパイクを解消)
      * 付け替え済みのレコードは正規国名のため再実行しても変化しない。
      * 履歴アーカイブ(ec2_history_arch.dat)は退避時点の国名のまま
      * 残す(参照側で正規国名へ読み替える)。
      * 前日集計・履歴をCZZ1230と共用するため同じ実行ロック
      * (ec2_runlock.dat)を獲得し、CZZ1230の実行が未完了(スナップ
      * ショットマーカーがS)の間は開始しない。
      * 付け替える履歴行、またはデルタを再計算する履歴行が月次締め
      * (CZZ1253)済みの月にかかる場合は、履歴に触れる前に受け付けず
      * に終了する(RC=12)
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT  FDZZALS  ASSIGN TO "FDZZALS"                                    "ec2_country_alias.dat"
               ORGANIZATION       IS   INDEXED
               ACCESS MODE        IS   RANDOM
               RECORD KEY         IS   WK-ALS-RAW-NAME
               FILE STATUS        IS   WK-ALS-FS.
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
       SELECT  FDZZCVR  ASSIGN TO "FDZZCVR"                                    "ec2_alias_convert_report.txt"
               ORGANIZATION       IS   LINE SEQUENTIAL.
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

       SELECT  FDZZPCL  ASSIGN TO "FDZZPCL"                                    "ec2_period_ctl.dat"
               ORGANIZATION       IS   INDEXED
               ACCESS MODE        IS   DYNAMIC
               RECORD KEY         IS   WK-PCL-MONTH
               FILE STATUS        IS   WK-PCL-FS.
      ******************************************************************
       DATA                DIVISION.
       FILE                SECTION.
       FD FDZZALS.
           COPY  CZZALS01.
       FD FDZZPRI.
           COPY  CZZPRI01.
       FD FDZZHIS.
           COPY  CZZHIS01.
       FD FDZZCVR RECORDING MODE IS V.
          01 FDZZCVR-OUT-REC                PIC X(200).
       FD FDZZRUN.
           COPY  CZZRUN01.
       FD FDZZPRM RECORDING MODE IS V.
          01 FDZZPRM-REC                    PIC X(80).
       FD FDZZSNS RECORDING MODE IS V.
          01 FDZZSNS-REC                    PIC X(20).
       FD FDZZLCK RECORDING MODE IS V.
          01 FDZZLCK-REC                    PIC X(30).
       FD FDZZPCL.
           COPY  CZZPCL01.

      ******************************************************************
       WORKING-STORAGE     SECTION.
      ******************************************************************
       01  WK-AREA.
           03 WK-CNT-PRI-READ                PIC 9(6) VALUE 0.
           03 WK-CNT-PRI-REKEY               PIC 9(6) VALUE 0.
           03 WK-CNT-PRI-DROP                PIC 9(6) VALUE 0.
           03 WK-CNT-HIS-READ                PIC 9(6) VALUE 0.
           03 WK-CNT-HIS-REKEY               PIC 9(6) VALUE 0.
           03 WK-CNT-HIS-DROP                PIC 9(6) VALUE 0.
           03 WK-CNT-HIS-DELTA               PIC 9(6) VALUE 0.

      *    前日集計ファイル
       01  WK-PRIOR-FS                       PIC X(2) VALUE "00".
       01  WK-PRI-EOF-FLG                    PIC X    VALUE "N".
       01  WK-PRI-SAVE-REC                   PIC X(112).
       01  WK-PRI-OLD-KEY                    PIC X(60).

      *    日次集計履歴ファイル
       01  WK-HIS-FS                         PIC X(2) VALUE "00".
       01  WK-HIS-EOF-FLG                    PIC X    VALUE "N".
       01  WK-HIS-SAVE-REC                   PIC X(140).
       01  WK-HIS-OLD-KEY                    PIC X(70).

      *    変換後の新キー・旧国名
       01  WK-CNV-AREA.
           03 WK-CNV-PROVINCE                PIC X(30) VALUE SPACES.
           03 WK-CNV-RAW-COUNTRY             PIC X(30) VALUE SPACES.
           03 WK-CNV-TYPE                    PIC X(12) VALUE SPACES.
           03 WK-CNV-DATE                    PIC X(10) VALUE SPACES.

      *    付け替えたキー(デルタ再計算対象)
       01  WK-TCH-COUNT                      PIC 9(4) VALUE 0.
       01  WK-TCH-TABLE.
           03 WK-TCH-ENTRY OCCURS 1000 TIMES.
               05 WK-TCH-PROVINCE             PIC X(30).
               05 WK-TCH-COUNTRY              PIC X(30).
       01  WK-TCH-I                          PIC 9(4) VALUE 0.
       01  WK-TCH-FOUND-FLG                  PIC X    VALUE "N".

      *    締め済み期間の事前チェック用(付け替え対象キー毎の
      *    旧国名行の最初・最後の日付)
       01  WK-PCK-COUNT                      PIC 9(4) VALUE 0.
       01  WK-PCK-TABLE.
           03 WK-PCK-ENTRY OCCURS 1000 TIMES.
               05 WK-PCK-PROVINCE             PIC X(30).
               05 WK-PCK-COUNTRY              PIC X(30).
               05 WK-PCK-FIRST-DATE           PIC X(10).
               05 WK-PCK-LAST-DATE            PIC X(10).
       01  WK-PCK-I                          PIC 9(4) VALUE 0.
       01  WK-PCK-AREA.
           03 WK-PCK-HIT-I                   PIC 9(4)  VALUE 0.
           03 WK-PCK-P-SAVE                  PIC X(30) VALUE SPACES.
           03 WK-PCK-C-SAVE                  PIC X(30) VALUE SPACES.
           03 WK-PCK-AFTER-FLG               PIC X     VALUE "N".
           03 WK-PCK-CHK-FLG                 PIC X     VALUE "N".
           03 WK-PCK-CONFLICT-CNT            PIC 9(6)  VALUE 0.
           03 WK-PCK-FIRST-MONTH             PIC X(7)  VALUE SPACES.

      *    デルタ再計算用
       01  WK-RCL-AREA.
           03 WK-RCL-P-SAVE                  PIC X(30) VALUE SPACES.
           03 WK-RCL-C-SAVE                  PIC X(30) VALUE SPACES.
           03 WK-RCL-TARGET-FLG              PIC X     VALUE "N".
           03 WK-RCL-PREV-FLG                PIC X     VALUE "N".
           03 WK-RCL-PREV-CONFIRMED          PIC 9(10) VALUE 0.
           03 WK-RCL-PREV-DEATHS             PIC 9(10) VALUE 0.
           03 WK-RCL-PREV-RECOVERED          PIC 9(10) VALUE 0.
           03 WK-RCL-NEW-CONFIRMED           PIC S9(10) VALUE 0.
           03 WK-RCL-NEW-DEATHS              PIC S9(10) VALUE 0.
           03 WK-RCL-NEW-RECOVERED           PIC S9(10) VALUE 0.

      *    変換レポート編集用
       01  WK-RPT-AREA.
           03 WK-RPT-OLD-NCONF-ED            PIC -(9)9.
           03 WK-RPT-OLD-NDTH-ED             PIC -(9)9.
           03 WK-RPT-OLD-NREC-ED             PIC -(9)9.
           03 WK-RPT-NEW-NCONF-ED            PIC -(9)9.
           03 WK-RPT-NEW-NDTH-ED             PIC -(9)9.
           03 WK-RPT-NEW-NREC-ED             PIC -(9)9.
           03 WK-RPT-CNT-ED                  PIC Z(5)9.

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

      *    国名エイリアス(正規国名変換)用作業域
           COPY  CZZALS02.

      *    実行管理(ランログ)記録用作業域
           COPY  CZZRUN02.

      *    実行時パラメタファイル読み込み用作業域
           COPY  CZZPRM01.

      *    締め済み期間(月次締め)判定用作業域
           COPY  CZZPCL02.

      ******************************************************************
       PROCEDURE           DIVISION.
      ******************************************************************
       MAIN-PROC.
           PERFORM   INIT-RTN.

           PERFORM   PRI-CONVERT-RTN.

           PERFORM   HIS-CONVERT-RTN.

           PERFORM   HIS-RECALC-RTN.

           PERFORM   END-RTN.

           STOP RUN
           .
      ******************************************************************
      * イニシャル処理
      ******************************************************************
       INIT-RTN.
           DISPLAY "START: CZZ1248 (COUNTRY ALIAS RE-KEY)"

      *    実行時パラメタの取り込みと有効設定値の表示
           PERFORM   PARM-READ-RTN
           PERFORM   PARM-ECHO-RTN

      *    前日集計・履歴を更新するためCZZ1230と同じロックを獲得する
           PERFORM   LOCK-ACQUIRE-RTN

      *    CZZ1230 の実行が未完了の場合は、次回のCZZ1230実行時の
      *    自動復元で変換が失われるため開始しない
           PERFORM   SNAPSHOT-CHECK-RTN

      *    実行管理(ランログ)の開始記録
           MOVE    "CZZ1248"                TO   WK-RUN-L-PGM
           MOVE    "ec2_country_alias.dat"  TO   WK-RUN-L-INFILE
           PERFORM   RUNLOG-OPEN-RTN
           PERFORM   RUNLOG-START-RTN

      *    エイリアステーブルが無ければ変換のしようがない
           PERFORM   ALIAS-OPEN-RTN
           IF WK-ALS-AVAILABLE NOT = "Y"
               DISPLAY "*** ABEND: COUNTRY ALIAS FILE REQUIRED - "
                       "RUN CZZ1247 FIRST ***"
               PERFORM   OPEN-ABEND-RTN
           END-IF

           OPEN   I-O    FDZZPRI
           IF WK-PRIOR-FS NOT = "00"
               CLOSE  FDZZALS
               DISPLAY "*** ABEND: PRIOR-DAY TOTALS FILE NOT "
                       "AVAILABLE ***"
               PERFORM   OPEN-ABEND-RTN
           END-IF
           OPEN   I-O    FDZZHIS
           IF WK-HIS-FS NOT = "00"
               CLOSE  FDZZALS FDZZPRI
               DISPLAY "*** ABEND: HISTORY FILE NOT AVAILABLE ***"
               PERFORM   OPEN-ABEND-RTN
           END-IF

      *    付け替え・デルタ再計算が締め済みの月の履歴行に及ぶ場合は、
      *    履歴に触れる前に受け付けずに終了する
           PERFORM   PERIOD-LOAD-RTN
           IF WK-PCL-ERR-FLG = "Y"
               CLOSE  FDZZALS FDZZPRI FDZZHIS
               PERFORM   OPEN-ABEND-RTN
           END-IF
           IF WK-PCL-COUNT > 0
               PERFORM   PERIOD-GUARD-RTN
           END-IF

           OPEN   OUTPUT FDZZCVR
           MOVE   "--- COUNTRY ALIAS RE-KEY REPORT ---"
                                    TO   FDZZCVR-OUT-REC
           WRITE  FDZZCVR-OUT-REC
           .
      ******************************************************************
      * 締め済み期間の事前チェック処理
      * 1回目の走査で旧国名の行(付け替え対象)を調べ、その行自体が
      * 締め済みの月にあれば抵触とし、付け替え先キー毎に旧国名行の
      * 最初・最後の日付を控える。
      * 2回目の走査で付け替え先キーの正規国名側の行のうち、デルタが
      * 変わり得る行(旧国名行の最初の日付から、最後の日付の次の
      * 行まで)が締め済みの月にあれば抵触とする。
      * 抵触があれば行を表示して受け付けずに終了する
      ******************************************************************
       PERIOD-GUARD-RTN.
           MOVE    0            TO   WK-PCK-COUNT WK-PCK-CONFLICT-CNT
           MOVE    SPACES       TO   WK-PCK-FIRST-MONTH

           MOVE    "N"          TO   WK-HIS-EOF-FLG
           MOVE    LOW-VALUES   TO   WK-HIS-KEY
           START   FDZZHIS  KEY IS >= WK-HIS-KEY
               INVALID KEY
                   MOVE   "Y"   TO   WK-HIS-EOF-FLG
           END-START
           PERFORM   PERIOD-GUARD-READ-RTN
                     UNTIL WK-HIS-EOF-FLG = "Y"

           IF WK-PCK-COUNT > 0
               MOVE    "N"           TO   WK-HIS-EOF-FLG
               MOVE    HIGH-VALUES   TO   WK-PCK-P-SAVE WK-PCK-C-SAVE
               MOVE    LOW-VALUES    TO   WK-HIS-KEY
               START   FDZZHIS  KEY IS >= WK-HIS-KEY
                   INVALID KEY
                       MOVE   "Y"   TO   WK-HIS-EOF-FLG
               END-START
               PERFORM   PERIOD-GUARD-READ2-RTN
                         UNTIL WK-HIS-EOF-FLG = "Y"
           END-IF

           IF WK-PCK-CONFLICT-CNT > 0
               DISPLAY "*** RE-KEY REFUSED - PERIOD "
                       WK-PCK-FIRST-MONTH " IS CLOSED ***"
               DISPLAY "HISTORY ROWS IN CLOSED PERIODS: "
                       WK-PCK-CONFLICT-CNT
               DISPLAY "REOPEN THE PERIOD WITH CZZ1253 BEFORE "
                       "RE-KEYING"
               PERFORM   PERIOD-REFUSE-RTN
           END-IF
           .
      ******************************************************************
      * 締め済み期間の事前チェック 1回目の1件処理(旧国名の行)
      ******************************************************************
       PERIOD-GUARD-READ-RTN.
           READ    FDZZHIS  NEXT RECORD
               AT END
                   MOVE   "Y"   TO   WK-HIS-EOF-FLG
               NOT AT END
                   MOVE   WK-HIS-COUNTRY   TO   WK-ALS-NAME
                   PERFORM   ALIAS-RESOLVE-RTN
                   IF WK-ALS-HIT-FLG = "Y"
                       MOVE   WK-HIS-DATE   TO   WK-PCL-CHK-DATE
                       PERFORM   PERIOD-CHECK-RTN
                       IF WK-PCL-CLOSED-FLG = "Y"
                           PERFORM   PERIOD-CONFLICT-RTN
                       END-IF
                       PERFORM   PERIOD-GUARD-ADD-RTN
                   END-IF
           END-READ
           .
      ******************************************************************
      * 付け替え先キーの登録(旧国名行の最初・最後の日付の控え)処理
      * 表が一杯の場合は本処理でもデルタ再計算を行わないため控えない
      ******************************************************************
       PERIOD-GUARD-ADD-RTN.
           MOVE    0     TO   WK-PCK-HIT-I
           PERFORM  VARYING  WK-PCK-I  FROM  1  BY  1
                    UNTIL  WK-PCK-I  >  WK-PCK-COUNT
                        OR  WK-PCK-HIT-I > 0
               IF WK-PCK-PROVINCE(WK-PCK-I) = WK-HIS-PROVINCE
                    AND WK-PCK-COUNTRY(WK-PCK-I) = WK-ALS-NAME
                   MOVE   WK-PCK-I   TO   WK-PCK-HIT-I
               END-IF
           END-PERFORM

           IF WK-PCK-HIT-I = 0
               IF WK-PCK-COUNT < 1000
                   ADD    1   TO   WK-PCK-COUNT
                   MOVE   WK-HIS-PROVINCE   TO
                          WK-PCK-PROVINCE(WK-PCK-COUNT)
                   MOVE   WK-ALS-NAME       TO
                          WK-PCK-COUNTRY(WK-PCK-COUNT)
                   MOVE   WK-HIS-DATE       TO
                          WK-PCK-FIRST-DATE(WK-PCK-COUNT)
                          WK-PCK-LAST-DATE(WK-PCK-COUNT)
               END-IF
           ELSE
               IF WK-HIS-DATE < WK-PCK-FIRST-DATE(WK-PCK-HIT-I)
                   MOVE   WK-HIS-DATE   TO
                          WK-PCK-FIRST-DATE(WK-PCK-HIT-I)
               END-IF
               IF WK-HIS-DATE > WK-PCK-LAST-DATE(WK-PCK-HIT-I)
                   MOVE   WK-HIS-DATE   TO
                          WK-PCK-LAST-DATE(WK-PCK-HIT-I)
               END-IF
           END-IF
           .
      ******************************************************************
      * 締め済み期間の事前チェック 2回目の1件処理(正規国名側の行)
      ******************************************************************
       PERIOD-GUARD-READ2-RTN.
           READ    FDZZHIS  NEXT RECORD
               AT END
                   MOVE   "Y"   TO   WK-HIS-EOF-FLG
               NOT AT END
                   PERFORM   PERIOD-GUARD-ROW-RTN
           END-READ
           .
      ******************************************************************
      * 締め済み期間の事前チェック 2回目の1行処理
      * キーの切り替わりで付け替え先キーかを調べ、旧国名行の最初の
      * 日付以降、最後の日付の次の行までを判定する
      ******************************************************************
       PERIOD-GUARD-ROW-RTN.
           IF WK-HIS-PROVINCE NOT = WK-PCK-P-SAVE
                OR WK-HIS-COUNTRY NOT = WK-PCK-C-SAVE
               MOVE   WK-HIS-PROVINCE   TO   WK-PCK-P-SAVE
               MOVE   WK-HIS-COUNTRY    TO   WK-PCK-C-SAVE
               MOVE   "N"               TO   WK-PCK-AFTER-FLG
               MOVE   0                 TO   WK-PCK-HIT-I
               PERFORM  VARYING  WK-PCK-I  FROM  1  BY  1
                        UNTIL  WK-PCK-I  >  WK-PCK-COUNT
                            OR  WK-PCK-HIT-I > 0
                   IF WK-PCK-PROVINCE(WK-PCK-I) = WK-HIS-PROVINCE
                        AND WK-PCK-COUNTRY(WK-PCK-I) = WK-HIS-COUNTRY
                       MOVE   WK-PCK-I   TO   WK-PCK-HIT-I
                   END-IF
               END-PERFORM
           END-IF

           IF WK-PCK-HIT-I > 0
               MOVE   "N"   TO   WK-PCK-CHK-FLG
               IF WK-HIS-DATE >= WK-PCK-FIRST-DATE(WK-PCK-HIT-I)
                   IF WK-HIS-DATE <= WK-PCK-LAST-DATE(WK-PCK-HIT-I)
                       MOVE   "Y"   TO   WK-PCK-CHK-FLG
                   ELSE
                       IF WK-PCK-AFTER-FLG = "N"
                           MOVE   "Y"   TO   WK-PCK-CHK-FLG
                           MOVE   "Y"   TO   WK-PCK-AFTER-FLG
                       END-IF
                   END-IF
               END-IF
               IF WK-PCK-CHK-FLG = "Y"
                   MOVE   WK-HIS-DATE   TO   WK-PCL-CHK-DATE
                   PERFORM   PERIOD-CHECK-RTN
                   IF WK-PCL-CLOSED-FLG = "Y"
                       PERFORM   PERIOD-CONFLICT-RTN
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * 締め済み期間に抵触する履歴行の表示処理
      ******************************************************************
       PERIOD-CONFLICT-RTN.
           ADD     1     TO   WK-PCK-CONFLICT-CNT
           IF WK-PCK-FIRST-MONTH = SPACES
                OR WK-PCL-HIT-MONTH < WK-PCK-FIRST-MONTH
               MOVE   WK-PCL-HIT-MONTH   TO   WK-PCK-FIRST-MONTH
           END-IF
           DISPLAY "CLOSED PERIOD ROW: " WK-PCL-HIT-MONTH " "
                   FUNCTION TRIM(WK-HIS-PROVINCE) "/"
                   FUNCTION TRIM(WK-HIS-COUNTRY) " " WK-HIS-DATE
           .
      ******************************************************************
      * 締め済み期間による付け替え拒否処理
      * 前日集計・履歴は未更新のため、ファイルのクローズと
      * ランログ記録(RC=12)・ロック解放のみ行う
      ******************************************************************
       PERIOD-REFUSE-RTN.
           MOVE    0                  TO   WK-RUN-L-READ
           MOVE    0                  TO   WK-RUN-L-WRITE
           MOVE    WK-PCK-CONFLICT-CNT
                                      TO   WK-RUN-L-REJ
           MOVE    12                 TO   WK-RUN-L-RC
           PERFORM   RUNLOG-END-RTN
           CLOSE   FDZZALS FDZZPRI FDZZHIS
           PERFORM   LOCK-RELEASE-RTN
           MOVE    12      TO   RETURN-CODE
           DISPLAY "END: CZZ1248 (REFUSED)"
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
           DISPLAY "END: CZZ1248 (ABEND)"
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
                       "CZZ1248 START REFUSED ***"
               DISPLAY "LOCK HELD SINCE: " WK-LCK-HOLDER
               MOVE    12      TO   RETURN-CODE
               DISPLAY "END: CZZ1248 (LOCKED)"
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
      * CZZ1230 スナップショットマーカー確認処理(CZZ1246と同一要領)
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
                           "RE-KEY REFUSED ***"
                   DISPLAY "RERUN CZZ1230 TO COMPLETION FIRST"
                   PERFORM   LOCK-RELEASE-RTN
                   MOVE    12      TO   RETURN-CODE
                   DISPLAY "END: CZZ1248 (REFUSED)"
                   STOP RUN
               WHEN "C"
                   DISPLAY "NOTE: A RERUN OF CZZ1230 FOR BUSDATE "
                           WK-SNS-BUSDATE " RESTORES ITS PRE-RUN "
                           "SNAPSHOT AND DISCARDS THIS RE-KEY"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      ******************************************************************
      * 前日集計 キー変換処理
      * 旧国名のレコードを削除して正規国名のキーで書き直す。
      * 書き直し(ランダム参照)で順次読み込み位置が移るため、
      * 削除したキーの次から読み込み位置を付け直して続行する
      ******************************************************************
       PRI-CONVERT-RTN.
           MOVE    "N"          TO   WK-PRI-EOF-FLG
           MOVE    LOW-VALUES   TO   WK-PRIOR-KEY
           START   FDZZPRI  KEY IS >= WK-PRIOR-KEY
               INVALID KEY
                   MOVE   "Y"   TO   WK-PRI-EOF-FLG
           END-START

           PERFORM   PRI-CONVERT-READ-RTN
                     UNTIL WK-PRI-EOF-FLG = "Y"
           .
      ******************************************************************
      * 前日集計 キー変換の1件処理
      ******************************************************************
       PRI-CONVERT-READ-RTN.
           READ    FDZZPRI  NEXT RECORD
               AT END
                   MOVE   "Y"   TO   WK-PRI-EOF-FLG
               NOT AT END
                   ADD    1     TO   WK-CNT-PRI-READ
                   MOVE   WK-PRIOR-COUNTRY   TO   WK-ALS-NAME
                   PERFORM   ALIAS-RESOLVE-RTN
                   IF WK-ALS-HIT-FLG = "Y"
                       PERFORM   PRI-REKEY-RTN
                   END-IF
           END-READ
           .
      ******************************************************************
      * 前日集計 1件の正規国名キーへの付け替え処理
      ******************************************************************
       PRI-REKEY-RTN.
           MOVE    FDZZPRI-REC        TO   WK-PRI-SAVE-REC
           MOVE    WK-PRIOR-KEY       TO   WK-PRI-OLD-KEY
           MOVE    WK-PRIOR-PROVINCE  TO   WK-CNV-PROVINCE
           MOVE    WK-ALS-RAW-SAVE    TO   WK-CNV-RAW-COUNTRY
           MOVE    SPACES             TO   WK-CNV-DATE

           DELETE  FDZZPRI RECORD
               INVALID KEY
                   DISPLAY "PRIOR DELETE FAILED: " WK-PRI-OLD-KEY
           END-DELETE

      *    正規国名のキーが既にあれば正規国名側を残す
           MOVE    WK-PRI-SAVE-REC    TO   FDZZPRI-REC
           MOVE    WK-ALS-NAME        TO   WK-PRIOR-COUNTRY
           WRITE   FDZZPRI-REC
               INVALID KEY
                   ADD    1              TO   WK-CNT-PRI-DROP
                   MOVE   "PRIOR DROP"   TO   WK-CNV-TYPE
               NOT INVALID KEY
                   ADD    1              TO   WK-CNT-PRI-REKEY
                   MOVE   "PRIOR REKEY"  TO   WK-CNV-TYPE
           END-WRITE
           PERFORM   CONVERT-REPORT-RTN

      *    削除したキーの次から順次読み込みを再開する
           MOVE    WK-PRI-OLD-KEY     TO   WK-PRIOR-KEY
           START   FDZZPRI  KEY IS > WK-PRIOR-KEY
               INVALID KEY
                   MOVE   "Y"   TO   WK-PRI-EOF-FLG
           END-START
           .
      ******************************************************************
      * 日次集計履歴 キー変換処理(前日集計と同じ要領)
      ******************************************************************
       HIS-CONVERT-RTN.
           MOVE    "N"          TO   WK-HIS-EOF-FLG
           MOVE    LOW-VALUES   TO   WK-HIS-KEY
           START   FDZZHIS  KEY IS >= WK-HIS-KEY
               INVALID KEY
                   MOVE   "Y"   TO   WK-HIS-EOF-FLG
           END-START

           PERFORM   HIS-CONVERT-READ-RTN
                     UNTIL WK-HIS-EOF-FLG = "Y"
           .
      ******************************************************************
      * 日次集計履歴 キー変換の1件処理
      ******************************************************************
       HIS-CONVERT-READ-RTN.
           READ    FDZZHIS  NEXT RECORD
               AT END
                   MOVE   "Y"   TO   WK-HIS-EOF-FLG
               NOT AT END
                   ADD    1     TO   WK-CNT-HIS-READ
                   MOVE   WK-HIS-COUNTRY   TO   WK-ALS-NAME
                   PERFORM   ALIAS-RESOLVE-RTN
                   IF WK-ALS-HIT-FLG = "Y"
                       PERFORM   HIS-REKEY-RTN
                   END-IF
           END-READ
           .
      ******************************************************************
      * 日次集計履歴 1件の正規国名キーへの付け替え処理
      * 付け替えたキーはデルタ再計算の対象として控える
      ******************************************************************
       HIS-REKEY-RTN.
           MOVE    FDZZHIS-REC        TO   WK-HIS-SAVE-REC
           MOVE    WK-HIS-KEY         TO   WK-HIS-OLD-KEY
           MOVE    WK-HIS-PROVINCE    TO   WK-CNV-PROVINCE
           MOVE    WK-ALS-RAW-SAVE    TO   WK-CNV-RAW-COUNTRY
           MOVE    WK-HIS-DATE        TO   WK-CNV-DATE

           DELETE  FDZZHIS RECORD
               INVALID KEY
                   DISPLAY "HISTORY DELETE FAILED: " WK-HIS-OLD-KEY
           END-DELETE

           MOVE    WK-HIS-SAVE-REC    TO   FDZZHIS-REC
           MOVE    WK-ALS-NAME        TO   WK-HIS-COUNTRY
           WRITE   FDZZHIS-REC
               INVALID KEY
                   ADD    1              TO   WK-CNT-HIS-DROP
                   MOVE   "HIST DROP"    TO   WK-CNV-TYPE
               NOT INVALID KEY
                   ADD    1              TO   WK-CNT-HIS-REKEY
                   MOVE   "HIST REKEY"   TO   WK-CNV-TYPE
           END-WRITE
           PERFORM   CONVERT-REPORT-RTN
           PERFORM   TOUCHED-ADD-RTN

           MOVE    WK-HIS-OLD-KEY     TO   WK-HIS-KEY
           START   FDZZHIS  KEY IS > WK-HIS-KEY
               INVALID KEY
                   MOVE   "Y"   TO   WK-HIS-EOF-FLG
           END-START
           .
      ******************************************************************
      * デルタ再計算対象キーの登録処理
      ******************************************************************
       TOUCHED-ADD-RTN.
           MOVE    "N"   TO   WK-TCH-FOUND-FLG
           PERFORM  VARYING  WK-TCH-I  FROM  1  BY  1
                    UNTIL  WK-TCH-I  >  WK-TCH-COUNT
                        OR  WK-TCH-FOUND-FLG = "Y"
               IF WK-TCH-PROVINCE(WK-TCH-I) = WK-HIS-PROVINCE
                    AND WK-TCH-COUNTRY(WK-TCH-I) = WK-ALS-NAME
                   MOVE   "Y"   TO   WK-TCH-FOUND-FLG
               END-IF
           END-PERFORM

           IF WK-TCH-FOUND-FLG = "N"
               IF WK-TCH-COUNT >= 1000
                   DISPLAY "*** RE-KEYED KEY TABLE FULL (1000) - "
                           "DELTAS NOT RECALCULATED FOR: "
                           FUNCTION TRIM(WK-HIS-PROVINCE) "/"
                           FUNCTION TRIM(WK-ALS-NAME)
                   MOVE   4   TO   WK-FINAL-RC
               ELSE
                   ADD    1   TO   WK-TCH-COUNT
                   MOVE   WK-HIS-PROVINCE   TO
                          WK-TCH-PROVINCE(WK-TCH-COUNT)
                   MOVE   WK-ALS-NAME       TO
                          WK-TCH-COUNTRY(WK-TCH-COUNT)
               END-IF
           END-IF
           .
      ******************************************************************
      * キー付け替えのレポート出力処理
      ******************************************************************
       CONVERT-REPORT-RTN.
           INITIALIZE   FDZZCVR-OUT-REC
           STRING  WK-CNV-TYPE                       DELIMITED BY SIZE
                   " "                               DELIMITED BY SIZE
                   WK-CNV-DATE                       DELIMITED BY SIZE
                   " "                               DELIMITED BY SIZE
                   FUNCTION TRIM(WK-CNV-PROVINCE)    DELIMITED BY SIZE
                   "/"                               DELIMITED BY SIZE
                   FUNCTION TRIM(WK-CNV-RAW-COUNTRY) DELIMITED BY SIZE
                   "  -> "                           DELIMITED BY SIZE
                   FUNCTION TRIM(WK-ALS-NAME)        DELIMITED BY SIZE
                  INTO FDZZCVR-OUT-REC
           END-STRING
           IF WK-CNV-TYPE = "PRIOR DROP" OR "HIST DROP"
               STRING  FUNCTION TRIM(FDZZCVR-OUT-REC)
                                                  DELIMITED BY SIZE
                       "  (CANONICAL KEY ALREADY ON FILE - KEPT)"
                                                  DELIMITED BY SIZE
                      INTO FDZZCVR-OUT-REC
               END-STRING
           END-IF
           WRITE   FDZZCVR-OUT-REC
           .
      ******************************************************************
      * 付け替えたキーのデルタ再計算処理
      * 履歴をキー順に通読し、対象キーの2行目以降のデルタを
      * 直前行との差分で算出し直す(保持世代の先頭行は変更しない)
      ******************************************************************
       HIS-RECALC-RTN.
           IF WK-TCH-COUNT > 0
               MOVE    "N"           TO   WK-HIS-EOF-FLG
               MOVE    HIGH-VALUES   TO   WK-RCL-P-SAVE WK-RCL-C-SAVE
               MOVE    LOW-VALUES    TO   WK-HIS-KEY
               START   FDZZHIS  KEY IS >= WK-HIS-KEY
                   INVALID KEY
                       MOVE   "Y"   TO   WK-HIS-EOF-FLG
               END-START
               PERFORM   HIS-RECALC-READ-RTN
                         UNTIL WK-HIS-EOF-FLG = "Y"
           END-IF
           .
      ******************************************************************
      * デルタ再計算の1件処理
      ******************************************************************
       HIS-RECALC-READ-RTN.
           READ    FDZZHIS  NEXT RECORD
               AT END
                   MOVE   "Y"   TO   WK-HIS-EOF-FLG
               NOT AT END
                   PERFORM   HIS-RECALC-ROW-RTN
           END-READ
           .
      ******************************************************************
      * デルタ再計算の1行処理
      ******************************************************************
       HIS-RECALC-ROW-RTN.
           IF WK-HIS-PROVINCE NOT = WK-RCL-P-SAVE
                OR WK-HIS-COUNTRY NOT = WK-RCL-C-SAVE
               MOVE   WK-HIS-PROVINCE   TO   WK-RCL-P-SAVE
               MOVE   WK-HIS-COUNTRY    TO   WK-RCL-C-SAVE
               MOVE   "N"               TO   WK-RCL-PREV-FLG
               MOVE   "N"               TO   WK-RCL-TARGET-FLG
               PERFORM  VARYING  WK-TCH-I  FROM  1  BY  1
                        UNTIL  WK-TCH-I  >  WK-TCH-COUNT
                            OR  WK-RCL-TARGET-FLG = "Y"
                   IF WK-TCH-PROVINCE(WK-TCH-I) = WK-HIS-PROVINCE
                        AND WK-TCH-COUNTRY(WK-TCH-I) = WK-HIS-COUNTRY
                       MOVE   "Y"   TO   WK-RCL-TARGET-FLG
                   END-IF
               END-PERFORM
           END-IF

           IF WK-RCL-TARGET-FLG = "Y"
               IF WK-RCL-PREV-FLG = "Y"
                   COMPUTE  WK-RCL-NEW-CONFIRMED =
                            WK-HIS-CONFIRMED - WK-RCL-PREV-CONFIRMED
                   COMPUTE  WK-RCL-NEW-DEATHS    =
                            WK-HIS-DEATHS    - WK-RCL-PREV-DEATHS
                   COMPUTE  WK-RCL-NEW-RECOVERED =
                            WK-HIS-RECOVERED - WK-RCL-PREV-RECOVERED
                   IF WK-HIS-NEW-CONFIRMED NOT = WK-RCL-NEW-CONFIRMED
                        OR WK-HIS-NEW-DEATHS NOT = WK-RCL-NEW-DEATHS
                        OR WK-HIS-NEW-RECOVERED NOT =
                           WK-RCL-NEW-RECOVERED
                       PERFORM   HIS-RECALC-WRITE-RTN
                   END-IF
               END-IF
               MOVE   "Y"                TO   WK-RCL-PREV-FLG
               MOVE   WK-HIS-CONFIRMED   TO   WK-RCL-PREV-CONFIRMED
               MOVE   WK-HIS-DEATHS      TO   WK-RCL-PREV-DEATHS
               MOVE   WK-HIS-RECOVERED   TO   WK-RCL-PREV-RECOVERED
           END-IF
           .
      ******************************************************************
      * デルタ再計算結果の書き換え・レポート出力処理
      ******************************************************************
       HIS-RECALC-WRITE-RTN.
           MOVE    WK-HIS-NEW-CONFIRMED   TO   WK-RPT-OLD-NCONF-ED
           MOVE    WK-HIS-NEW-DEATHS      TO   WK-RPT-OLD-NDTH-ED
           MOVE    WK-HIS-NEW-RECOVERED   TO   WK-RPT-OLD-NREC-ED
           MOVE    WK-RCL-NEW-CONFIRMED   TO   WK-RPT-NEW-NCONF-ED
           MOVE    WK-RCL-NEW-DEATHS      TO   WK-RPT-NEW-NDTH-ED
           MOVE    WK-RCL-NEW-RECOVERED   TO   WK-RPT-NEW-NREC-ED

           MOVE    WK-RCL-NEW-CONFIRMED   TO   WK-HIS-NEW-CONFIRMED
           MOVE    WK-RCL-NEW-DEATHS      TO   WK-HIS-NEW-DEATHS
           MOVE    WK-RCL-NEW-RECOVERED   TO   WK-HIS-NEW-RECOVERED
           REWRITE FDZZHIS-REC
               INVALID KEY
                   DISPLAY "HISTORY REWRITE FAILED: " WK-HIS-KEY
               NOT INVALID KEY
                   ADD    1   TO   WK-CNT-HIS-DELTA
           END-REWRITE

           INITIALIZE   FDZZCVR-OUT-REC
           STRING  "HIST DELTA   "                  DELIMITED BY SIZE
                   WK-HIS-DATE                      DELIMITED BY SIZE
                   " "                              DELIMITED BY SIZE
                   FUNCTION TRIM(WK-HIS-PROVINCE)   DELIMITED BY SIZE
                   "/"                              DELIMITED BY SIZE
                   FUNCTION TRIM(WK-HIS-COUNTRY)    DELIMITED BY SIZE
                   "  OLD NEW-C/D/R: "              DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-OLD-NCONF-ED) DELIMITED BY SIZE
                   "/"                              DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-OLD-NDTH-ED)  DELIMITED BY SIZE
                   "/"                              DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-OLD-NREC-ED)  DELIMITED BY SIZE
                   "  NEW NEW-C/D/R: "              DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-NEW-NCONF-ED) DELIMITED BY SIZE
                   "/"                              DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-NEW-NDTH-ED)  DELIMITED BY SIZE
                   "/"                              DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-NEW-NREC-ED)  DELIMITED BY SIZE
                  INTO FDZZCVR-OUT-REC
           END-STRING
           WRITE   FDZZCVR-OUT-REC
           .
      ******************************************************************
      * 終了処理
      ******************************************************************
       END-RTN.
           CLOSE   FDZZALS FDZZPRI FDZZHIS

           MOVE    WK-CNT-PRI-REKEY   TO   WK-RPT-CNT-ED
           INITIALIZE   FDZZCVR-OUT-REC
           STRING  "PRIOR RE-KEYED: "             DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-CNT-ED)   DELIMITED BY SIZE
                  INTO FDZZCVR-OUT-REC
           END-STRING
           WRITE   FDZZCVR-OUT-REC
           MOVE    WK-CNT-HIS-REKEY   TO   WK-RPT-CNT-ED
           INITIALIZE   FDZZCVR-OUT-REC
           STRING  "HISTORY RE-KEYED: "           DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-CNT-ED)   DELIMITED BY SIZE
                  INTO FDZZCVR-OUT-REC
           END-STRING
           WRITE   FDZZCVR-OUT-REC
           MOVE    WK-CNT-HIS-DELTA   TO   WK-RPT-CNT-ED
           INITIALIZE   FDZZCVR-OUT-REC
           STRING  "HISTORY DELTAS RECALCULATED: " DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-CNT-ED)    DELIMITED BY SIZE
                  INTO FDZZCVR-OUT-REC
           END-STRING
           WRITE   FDZZCVR-OUT-REC
           CLOSE   FDZZCVR

           DISPLAY "--- COUNTRY ALIAS RE-KEY SUMMARY ---"
           DISPLAY "PRIOR READ        : "  WK-CNT-PRI-READ
           DISPLAY "PRIOR RE-KEYED    : "  WK-CNT-PRI-REKEY
           DISPLAY "PRIOR DROPPED     : "  WK-CNT-PRI-DROP
                   " (CANONICAL KEY ALREADY ON FILE)"
           DISPLAY "HISTORY READ      : "  WK-CNT-HIS-READ
           DISPLAY "HISTORY RE-KEYED  : "  WK-CNT-HIS-REKEY
           DISPLAY "HISTORY DROPPED   : "  WK-CNT-HIS-DROP
                   " (CANONICAL KEY ALREADY ON FILE)"
           DISPLAY "DELTAS RECALC     : "  WK-CNT-HIS-DELTA
           DISPLAY "------------------------------------"

      *    正規国名側を残して旧国名側を捨てた行がある場合は警告終了
           IF WK-CNT-PRI-DROP > 0 OR WK-CNT-HIS-DROP > 0
               MOVE   4   TO   WK-FINAL-RC
           END-IF

           COMPUTE WK-RUN-L-READ  = WK-CNT-PRI-READ + WK-CNT-HIS-READ
           COMPUTE WK-RUN-L-WRITE = WK-CNT-PRI-REKEY + WK-CNT-HIS-REKEY
                                  + WK-CNT-HIS-DELTA
           COMPUTE WK-RUN-L-REJ   = WK-CNT-PRI-DROP + WK-CNT-HIS-DROP
           MOVE    WK-FINAL-RC      TO   WK-RUN-L-RC
           PERFORM   RUNLOG-END-RTN

           PERFORM   LOCK-RELEASE-RTN

           MOVE    WK-FINAL-RC    TO RETURN-CODE
           DISPLAY "END: CZZ1248"
           .
      *    国名エイリアス(正規国名変換)処理(CZZ1230と共通)
           COPY  CZZALS03.
      *    実行管理(ランログ)記録処理(CZZ1230/1231/1232/1233と共通)
           COPY  CZZRUN03.
      *    実行時パラメタ読み込み処理(CZZ1230/1231/1232/1233と共通)
           COPY  CZZPRM02.
      *    締め済み期間(月次締め)判定処理(CZZ1230/1235/1246と共通)
           COPY  CZZPCL03.
