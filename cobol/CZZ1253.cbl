       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         CZZ1253.

      ******************************************************************
      * 月次締め(期間確定)・期間締めレポート作成プログラム
      * 財務・報告部門が公表する月末数値を確定させるため、月単位に
      * 日次集計履歴(ec2_history.dat)を締める。
      *   CLOSE : 締め対象月の月末時点の Province/Country 別合計と
      *           総計を月末確定スナップショット(ec2_month_snapshot.
      *           dat)へ書き出し、期間管理ファイル(ec2_period_ctl.dat)
      *           に締め済み(C)として登録する。締め済みの月の履歴行は
      *           CZZ1230/CZZ1235 が更新せず調整台帳
      *           (ec2_adjustments.dat)へ振り替え、CZZ1246 の訂正と
      *           CZZ1238 の復元は受け付けない。
      *           締めは月の終了後(システム日付の前月以前)に限り、
      *           再オープン済み(O)の月は版数を上げて確定し直す
      *   REOPEN: 締め済みの月を再オープン(O)し、承認者を記録する。
      *           再オープン中の月は履歴を通常どおり更新でき、調整の
      *           反映後に再度 CLOSE して確定版を作り直す
      *   REPORT: 期間締めレポートのみ作成する(既定)
      * いずれのモードでも期間締めレポート(ec2_period_close_report.
      * txt)を作成し、期間毎の締め状態・確定値と、締め以降に台帳へ
      * 振り替えられた未承認の調整を一覧する。
      * 引数: モード(CLOSE/REOPEN/REPORT)、対象年月(YYYY-MM または
      *       YYYYMM。REPORT で省略時は全期間)、承認者(REOPEN 時必須)
      * CLOSE/REOPEN は履歴をCZZ1230と共用するため同じ実行ロック
      * (ec2_runlock.dat)を獲得し、CZZ1230の実行が未完了(スナップ
      * ショットマーカーがS)の間は開始しない。
      * ランログには READ=締め対象月の履歴行数、WRITE=スナップ
      * ショット出力行数、REJ=未承認の調整件数を記録する。
      * 未承認の調整がある締め済みの月が残っている場合はRC=4とする
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT  FDZZHIS  ASSIGN TO "FDZZHIS"                                    "ec2_history.dat"
               ORGANIZATION       IS   INDEXED
               ACCESS MODE        IS   SEQUENTIAL
               RECORD KEY         IS   WK-HIS-KEY
               FILE STATUS        IS   WK-HIS-FS.
       SELECT  FDZZPCL  ASSIGN TO "FDZZPCL"                                    "ec2_period_ctl.dat"
               ORGANIZATION       IS   INDEXED
               ACCESS MODE        IS   DYNAMIC
               RECORD KEY         IS   WK-PCL-MONTH
               FILE STATUS        IS   WK-PCL-FS.
       SELECT  FDZZADJ  ASSIGN TO "FDZZADJ"                                    "ec2_adjustments.dat"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-ADJ-FS.
       SELECT  FDZZMCS  ASSIGN TO "FDZZMCS"                                    "ec2_month_snapshot.dat"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-MCS-FS.
       SELECT  FDZZPCR  ASSIGN TO "FDZZPCR"                                    "ec2_period_close_report.txt"
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

      ******************************************************************
       DATA                DIVISION.
       FILE                SECTION.
       FD FDZZHIS.
           COPY  CZZHIS01.
       FD FDZZPCL.
           COPY  CZZPCL01.
       FD FDZZADJ RECORDING MODE IS V.
           COPY  CZZADJ01.
       FD FDZZMCS RECORDING MODE IS V.
           COPY  CZZMCS01.
       FD FDZZPCR RECORDING MODE IS V.
          01 FDZZPCR-OUT-REC                PIC X(300).
       FD FDZZRUN.
           COPY  CZZRUN01.
       FD FDZZPRM RECORDING MODE IS V.
          01 FDZZPRM-REC                    PIC X(80).
       FD FDZZSNS RECORDING MODE IS V.
          01 FDZZSNS-REC                    PIC X(20).
       FD FDZZLCK RECORDING MODE IS V.
          01 FDZZLCK-REC                    PIC X(30).

      ******************************************************************
       WORKING-STORAGE     SECTION.
      ******************************************************************
       01  WK-AREA.
           03 WK-HIS-EOF-FLG                 PIC X    VALUE "N".
           03 WK-ADJ-EOF-FLG                 PIC X    VALUE "N".
           03 WK-PCR-EOF-FLG                 PIC X    VALUE "N".
           03 WK-CNT-FDZZHIS                 PIC 9(6) VALUE 0.
           03 WK-CNT-HIS-SEL                 PIC 9(6) VALUE 0.
           03 WK-CNT-FDZZMCS                 PIC 9(6) VALUE 0.
           03 WK-CNT-FDZZPCR                 PIC 9(6) VALUE 0.
           03 WK-CNT-FDZZADJ                 PIC 9(6) VALUE 0.

       01  WK-HIS-FS                         PIC X(2) VALUE "00".
       01  WK-PCL-FS                         PIC X(2) VALUE "00".
       01  WK-ADJ-FS                         PIC X(2) VALUE "00".
       01  WK-MCS-FS                         PIC X(2) VALUE "00".
       01  WK-PCL-OPEN-FLG                   PIC X    VALUE "N".
       01  WK-PCL-FOUND-FLG                  PIC X    VALUE "N".
       01  WK-MCS-OPEN-FLG                   PIC X    VALUE "N".

      *    引数(モード・対象年月・承認者)
       01  WK-MODE-ARG                       PIC X(10) VALUE SPACES.
       01  WK-MONTH-ARG                      PIC X(20) VALUE SPACES.
       01  WK-APPROVER-ARG                   PIC X(20) VALUE SPACES.
       01  WK-MODE                           PIC X(10) VALUE SPACES.
       01  WK-MONTH-IN                       PIC X(20) VALUE SPACES.
       01  WK-MONTH                          PIC X(7)  VALUE SPACES.

      *    システム日時(締め・再オープンの記録用)
       01  WK-SYS-AREA.
           03 WK-SYS-DATE-X                  PIC X(8)  VALUE SPACES.
           03 WK-SYS-TIME-X                  PIC X(8)  VALUE SPACES.
           03 WK-SYS-MONTH                   PIC X(7)  VALUE SPACES.
           03 WK-SYS-STAMP                   PIC X(14) VALUE SPACES.

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

      *    締め(確定)する期間の控え
       01  WK-CLS-AREA.
           03 WK-CLS-VER                     PIC 9(3)  VALUE 0.
           03 WK-CLS-PRV-CNT                 PIC 9(6)  VALUE 0.
           03 WK-CLS-CTY-CNT                 PIC 9(4)  VALUE 0.
           03 WK-CLS-CONFIRMED               PIC 9(12) VALUE 0.
           03 WK-CLS-DEATHS                  PIC 9(12) VALUE 0.
           03 WK-CLS-RECOVERED               PIC 9(12) VALUE 0.
           03 WK-CLS-MTH-CONFIRMED           PIC S9(12) VALUE 0.
           03 WK-CLS-MTH-DEATHS              PIC S9(12) VALUE 0.
           03 WK-CLS-MTH-RECOVERED           PIC S9(12) VALUE 0.
           03 WK-CLS-ASOF-DATE               PIC X(10) VALUE SPACES.

      *    Province/Country 単位(履歴キー順)の月末値 集計用
       01  WK-GRP-AREA.
           03 WK-GRP-ACTIVE                  PIC X     VALUE "N".
           03 WK-GRP-PROVINCE                PIC X(30) VALUE SPACES.
           03 WK-GRP-COUNTRY                 PIC X(30) VALUE SPACES.
           03 WK-GRP-ASOF-DATE               PIC X(10) VALUE SPACES.
           03 WK-GRP-CONFIRMED               PIC 9(10) VALUE 0.
           03 WK-GRP-DEATHS                  PIC 9(10) VALUE 0.
           03 WK-GRP-RECOVERED               PIC 9(10) VALUE 0.
           03 WK-GRP-MTH-CONFIRMED           PIC S9(12) VALUE 0.
           03 WK-GRP-MTH-DEATHS              PIC S9(12) VALUE 0.
           03 WK-GRP-MTH-RECOVERED           PIC S9(12) VALUE 0.

      *    Country 単位の月間増分・報告日付
      *    (ロールアップ突合テーブル WK-RUP-ENTRY と同じ添字で対応)
       01  WK-MTH-TABLE.
           03 WK-MTH-ENTRY OCCURS 1000 TIMES.
               05 WK-MTH-ASOF-DATE            PIC X(10).
               05 WK-MTH-PRV-CONFIRMED        PIC S9(12).
               05 WK-MTH-PRV-DEATHS           PIC S9(12).
               05 WK-MTH-PRV-RECOVERED        PIC S9(12).
               05 WK-MTH-CTY-CONFIRMED        PIC S9(12).
               05 WK-MTH-CTY-DEATHS           PIC S9(12).
               05 WK-MTH-CTY-RECOVERED        PIC S9(12).
       01  WK-MTH-PREV-COUNT                 PIC 9(4) VALUE 0.

      *    ソート用
       01  WK-SORT-AREA.
           03 WK-SORT-I                      PIC 9(4) VALUE 0.
           03 WK-SORT-J                      PIC 9(4) VALUE 0.
           03 WK-SORT-LIMIT                  PIC 9(4) VALUE 0.
       01  WK-SORT-HOLD                      PIC X(119).
       01  WK-SORT-HOLD-MTH                  PIC X(82).

      *    期間締めレポート集計用
       01  WK-RPT-CNT-AREA.
           03 WK-CNT-PERIODS                 PIC 9(4) VALUE 0.
           03 WK-CNT-PRD-CLOSED              PIC 9(4) VALUE 0.
           03 WK-CNT-PRD-REOPENED            PIC 9(4) VALUE 0.
           03 WK-CNT-PRD-PENDING             PIC 9(4) VALUE 0.
           03 WK-CNT-PENDING                 PIC 9(6) VALUE 0.
           03 WK-CNT-RELEASED                PIC 9(6) VALUE 0.
           03 WK-CNT-PRD-ADJ                 PIC 9(6) VALUE 0.
           03 WK-CNT-PRD-SETTLED             PIC 9(6) VALUE 0.

       01  WK-FINAL-RC                       PIC 9(2) VALUE 0.

      *    レポート編集用
       01  WK-RPT-AREA.
           03 WK-RPT-STATUS                  PIC X(8).
           03 WK-RPT-TYPE                    PIC X(6).
           03 WK-RPT-CNT-ED                  PIC Z(5)9.
           03 WK-RPT-VER-ED                  PIC ZZ9.
           03 WK-RPT-NUM-ED                  PIC Z(11)9.
           03 WK-RPT-OLD-ED                  PIC Z(9)9.
           03 WK-RPT-NEW-ED                  PIC Z(9)9.
           03 WK-RPT-MEASURE                 PIC X(10).

      *    Province合計⇔国レベル行 ロールアップ突合用作業域
      *    (Country別の月末値を CZZ1233 と同じ基準で一方のみ採用する)
           COPY  CZZRUP02.

      *    実行管理(ランログ)記録用作業域
           COPY  CZZRUN02.
       01  WK-RUN-BUSDATE-ENV                PIC X(8)  VALUE SPACES.

      *    実行時パラメタファイル読み込み用作業域
           COPY  CZZPRM01.

      ******************************************************************
       PROCEDURE           DIVISION.
      ******************************************************************
       MAIN-PROC.
           PERFORM   INIT-RTN.

           PERFORM   CLOSE-RTN.

           PERFORM   REOPEN-RTN.

           PERFORM   REPORT-RTN.

           PERFORM   END-RTN.

           STOP RUN
           .
      ******************************************************************
      * イニシャル処理
      ******************************************************************
       INIT-RTN.
           DISPLAY "START: CZZ1253 (MONTH-END CLOSE)"

      *    実行時パラメタの取り込みと有効設定値の表示
           PERFORM   PARM-READ-RTN
           PERFORM   PARM-ECHO-RTN

           ACCEPT WK-MODE-ARG     FROM ARGUMENT-VALUE
           ACCEPT WK-MONTH-ARG    FROM ARGUMENT-VALUE
           ACCEPT WK-APPROVER-ARG FROM ARGUMENT-VALUE

           MOVE    FUNCTION UPPER-CASE(FUNCTION TRIM(WK-MODE-ARG))
                                   TO   WK-MODE
           IF WK-MODE = SPACES
               MOVE   "REPORT"   TO   WK-MODE
           END-IF

      *    実行管理(ランログ)の開始記録
      *    業務日付は環境変数で受け取り、単独実行時はシステム日付を
      *    業務日付とする
           MOVE    "CZZ1253"               TO   WK-RUN-L-PGM
           DISPLAY "CZZ1253_BUSDATE" UPON ENVIRONMENT-NAME
           ACCEPT  WK-RUN-BUSDATE-ENV FROM ENVIRONMENT-VALUE
           IF WK-RUN-BUSDATE-ENV NOT = SPACES
               MOVE   WK-RUN-BUSDATE-ENV   TO   WK-RUN-L-BUSDATE
           END-IF
           MOVE    "ec2_history.dat"       TO   WK-RUN-L-INFILE
           PERFORM   RUNLOG-OPEN-RTN
           PERFORM   RUNLOG-START-RTN

      *    締め・再オープンの記録に用いるシステム日時
           ACCEPT  WK-SYS-DATE-X  FROM DATE YYYYMMDD
           ACCEPT  WK-SYS-TIME-X  FROM TIME
           MOVE    SPACES   TO   WK-SYS-STAMP WK-SYS-MONTH
           STRING  WK-SYS-DATE-X          DELIMITED BY SIZE
                   WK-SYS-TIME-X(1:6)     DELIMITED BY SIZE
                  INTO WK-SYS-STAMP
           END-STRING
           STRING  WK-SYS-DATE-X(1:4)     DELIMITED BY SIZE
                   "-"                    DELIMITED BY SIZE
                   WK-SYS-DATE-X(5:2)     DELIMITED BY SIZE
                  INTO WK-SYS-MONTH
           END-STRING

           IF WK-MODE NOT = "CLOSE"
                AND WK-MODE NOT = "REOPEN"
                AND WK-MODE NOT = "REPORT"
               DISPLAY "*** ABEND: INVALID MODE: "
                       FUNCTION TRIM(WK-MODE-ARG)
                       " (CLOSE/REOPEN/REPORT) ***"
               PERFORM   ABEND-RTN
           END-IF

      *    対象年月は期間管理と同じ YYYY-MM へ正規化する
           IF WK-MONTH-ARG NOT = SPACES
               PERFORM   MONTH-PARSE-RTN
               IF WK-MONTH = SPACES
                   DISPLAY "*** ABEND: INVALID PERIOD: "
                           FUNCTION TRIM(WK-MONTH-ARG)
                           " (YYYY-MM OR YYYYMM) ***"
                   PERFORM   ABEND-RTN
               END-IF
           END-IF

           IF WK-MODE NOT = "REPORT"
                AND WK-MONTH = SPACES
               DISPLAY "*** ABEND: PERIOD (YYYY-MM) IS REQUIRED FOR "
                       FUNCTION TRIM(WK-MODE) " ***"
               PERFORM   ABEND-RTN
           END-IF

           IF WK-MODE = "REOPEN"
                AND WK-APPROVER-ARG = SPACES
               DISPLAY "*** ABEND: APPROVER IS REQUIRED FOR REOPEN ***"
               PERFORM   ABEND-RTN
           END-IF

           DISPLAY "MODE: " FUNCTION TRIM(WK-MODE)
                   "  PERIOD: " WK-MONTH

      *    締め・再オープンは履歴をCZZ1230と共用するためロックを
      *    獲得し、CZZ1230の実行が未完了の間は開始しない
           IF WK-MODE NOT = "REPORT"
               PERFORM   LOCK-ACQUIRE-RTN
               PERFORM   SNAPSHOT-CHECK-RTN
           END-IF
           .
      ******************************************************************
      * 対象年月 正規化処理
      * YYYY-MM / YYYYMM を YYYY-MM として WK-MONTH に返す
      * (解釈できない場合は空白)
      ******************************************************************
       MONTH-PARSE-RTN.
           MOVE    SPACES   TO   WK-MONTH
           MOVE    FUNCTION TRIM(WK-MONTH-ARG)   TO   WK-MONTH-IN

           EVALUATE TRUE
               WHEN WK-MONTH-IN(1:4) IS NUMERIC
                    AND WK-MONTH-IN(5:1) = "-"
                    AND WK-MONTH-IN(6:2) IS NUMERIC
                    AND WK-MONTH-IN(8:13) = SPACES
                   MOVE   WK-MONTH-IN(1:7)   TO   WK-MONTH
               WHEN WK-MONTH-IN(1:6) IS NUMERIC
                    AND WK-MONTH-IN(7:14) = SPACES
                   STRING  WK-MONTH-IN(1:4)   DELIMITED BY SIZE
                           "-"                DELIMITED BY SIZE
                           WK-MONTH-IN(5:2)   DELIMITED BY SIZE
                          INTO WK-MONTH
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WK-MONTH NOT = SPACES
               IF WK-MONTH(6:2) < "01"
                    OR WK-MONTH(6:2) > "12"
                   MOVE   SPACES   TO   WK-MONTH
               END-IF
           END-IF
           .
      ******************************************************************
      * 異常終了処理
      ******************************************************************
       ABEND-RTN.
           MOVE    WK-CNT-HIS-SEL    TO   WK-RUN-L-READ
           MOVE    WK-CNT-FDZZMCS    TO   WK-RUN-L-WRITE
           MOVE    0                 TO   WK-RUN-L-REJ
           MOVE    16                TO   WK-RUN-L-RC
           PERFORM   RUNLOG-END-RTN
           IF WK-PCL-OPEN-FLG = "Y"
               CLOSE   FDZZPCL
           END-IF
           IF WK-MCS-OPEN-FLG = "Y"
               CLOSE   FDZZMCS
           END-IF
           PERFORM   LOCK-RELEASE-RTN
           MOVE    16      TO   RETURN-CODE
           DISPLAY "END: CZZ1253 (ABEND)"
           STOP RUN
           .
      ******************************************************************
      * 締め・再オープン拒否処理
      * 期間管理・スナップショットは未更新のため、ファイルの
      * クローズとランログ記録(RC=12)・ロック解放のみ行う
      ******************************************************************
       REFUSE-RTN.
           MOVE    WK-CNT-HIS-SEL    TO   WK-RUN-L-READ
           MOVE    0                 TO   WK-RUN-L-WRITE
           MOVE    0                 TO   WK-RUN-L-REJ
           MOVE    12                TO   WK-RUN-L-RC
           PERFORM   RUNLOG-END-RTN
           IF WK-PCL-OPEN-FLG = "Y"
               CLOSE   FDZZPCL
           END-IF
           PERFORM   LOCK-RELEASE-RTN
           MOVE    12      TO   RETURN-CODE
           DISPLAY "END: CZZ1253 (REFUSED)"
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
                       "CZZ1253 START REFUSED ***"
               DISPLAY "LOCK HELD SINCE: " WK-LCK-HOLDER
               PERFORM   REFUSE-RTN
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
      * S(実行中・異常終了後)の場合は履歴が更新途中のため、
      * 締め・再オープンを受け付けずRC=12で終了する。
      * C(完了)の場合、締め済みの月を変える同じ業務日付の再実行は
      * CZZ1238 の復元で拒否されるため注意を表示する
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
                           FUNCTION TRIM(WK-MODE) " REFUSED ***"
                   DISPLAY "RERUN CZZ1230 TO COMPLETION FIRST"
                   PERFORM   REFUSE-RTN
               WHEN "C"
                   IF WK-MODE = "CLOSE"
                       DISPLAY "NOTE: A RERUN OF CZZ1230 FOR BUSDATE "
                               WK-SNS-BUSDATE " IS REFUSED IF ITS "
                               "RESTORE WOULD CHANGE THIS PERIOD"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      ******************************************************************
      * 期間管理ファイル オープン処理(I-O)
      * 無い(35)場合のみ新規作成して開き直す。それ以外のエラーは
      * 既存の期間管理を消さないよう異常終了する
      ******************************************************************
       PCL-OPEN-RTN.
           OPEN   I-O    FDZZPCL
           IF WK-PCL-FS = "35"
               OPEN   OUTPUT FDZZPCL
               CLOSE  FDZZPCL
               OPEN   I-O    FDZZPCL
           END-IF

           IF WK-PCL-FS NOT = "00"
               DISPLAY "*** ABEND: PERIOD CONTROL FILE OPEN ERROR: "
                       WK-PCL-FS " ***"
               PERFORM   ABEND-RTN
           END-IF
           MOVE    "Y"   TO   WK-PCL-OPEN-FLG

           MOVE    WK-MONTH   TO   WK-PCL-MONTH
           READ    FDZZPCL
                   KEY IS WK-PCL-MONTH
               INVALID KEY
                   MOVE   "N"   TO   WK-PCL-FOUND-FLG
               NOT INVALID KEY
                   MOVE   "Y"   TO   WK-PCL-FOUND-FLG
           END-READ
           .
      ******************************************************************
      * 月次締め処理(CLOSE)
      * 終了済みで未締め(または再オープン済み)の月について、月末確定
      * スナップショットを書き出し、期間管理へ締め済みとして登録する。
      * 当該月の履歴行が無い場合は締めずにRC=8とする
      ******************************************************************
       CLOSE-RTN.
           IF WK-MODE = "CLOSE"
               IF WK-MONTH NOT < WK-SYS-MONTH
                   DISPLAY "*** CLOSE REFUSED - PERIOD " WK-MONTH
                           " HAS NOT ENDED ***"
                   PERFORM   REFUSE-RTN
               END-IF

               PERFORM   PCL-OPEN-RTN

               IF WK-PCL-FOUND-FLG = "Y"
                    AND WK-PCL-STATUS = "C"
                   DISPLAY "*** CLOSE REFUSED - PERIOD " WK-MONTH
                           " IS ALREADY CLOSED (VERSION "
                           WK-PCL-CLOSE-VER ") ***"
                   PERFORM   REFUSE-RTN
               END-IF

      *        再オープン済みの月は版数を上げて確定し直す
               IF WK-PCL-FOUND-FLG = "Y"
                   COMPUTE WK-CLS-VER = WK-PCL-CLOSE-VER + 1
               ELSE
                   MOVE    1   TO   WK-CLS-VER
               END-IF

               PERFORM   CERTIFY-RTN

               IF WK-CNT-HIS-SEL = 0
                   DISPLAY "NO HISTORY ROWS FOR PERIOD " WK-MONTH
                           " - PERIOD NOT CLOSED"
                   MOVE   8   TO   WK-FINAL-RC
               ELSE
                   PERFORM   PCL-UPDATE-RTN
                   DISPLAY "PERIOD " WK-MONTH " CLOSED (VERSION "
                           WK-CLS-VER ")"
               END-IF

               CLOSE   FDZZPCL
               MOVE    "N"   TO   WK-PCL-OPEN-FLG
           END-IF
           .
      ******************************************************************
      * 月末確定スナップショット作成処理
      * 日次集計履歴をキー(Province,Country,Date)順に読み、締め対象
      * 月の行を Province/Country 毎にまとめて、月内最後の行の累計を
      * 月末値、NewConfirmed 等の合計を月間増分とする。
      * Province行(P)は1件毎に書き出し、Country別(C)はProvince合計
      * と国レベル行を CZZ1233 と同じロールアップ基準で一方のみ採用
      * して国名順に書き出し、最後に総計(T)を書き出す
      ******************************************************************
       CERTIFY-RTN.
           OPEN   INPUT  FDZZHIS
           IF WK-HIS-FS NOT = "00"
               DISPLAY "*** ABEND: HISTORY FILE OPEN ERROR: "
                       WK-HIS-FS " ***"
               PERFORM   ABEND-RTN
           END-IF

           MOVE    "N"   TO   WK-HIS-EOF-FLG WK-GRP-ACTIVE
           PERFORM   HIS-READ-RTN
                     UNTIL WK-HIS-EOF-FLG = "Y"
           PERFORM   GROUP-FLUSH-RTN
           CLOSE  FDZZHIS

           IF WK-CNT-HIS-SEL > 0
      *        確定値が欠けないよう、突合テーブルがあふれた場合は締めない
               IF WK-RUP-FULL-FLG = "Y"
                   DISPLAY "*** ABEND: COUNTRY TABLE FULL - "
                           "PERIOD NOT CLOSED ***"
                   PERFORM   ABEND-RTN
               END-IF

               PERFORM   ROLLUP-DECIDE-RTN
               PERFORM   COUNTRY-SORT-RTN

               PERFORM  VARYING  WK-RUP-I  FROM  1  BY  1
                        UNTIL  WK-RUP-I  >  WK-RUP-COUNT
                   PERFORM   COUNTRY-WRITE-RTN
               END-PERFORM

               INITIALIZE   FDZZMCS-REC
               MOVE    "T"                    TO   WK-MCS-LEVEL
               MOVE    WK-CLS-ASOF-DATE       TO   WK-MCS-ASOF-DATE
               MOVE    WK-CLS-CONFIRMED       TO   WK-MCS-CONFIRMED
               MOVE    WK-CLS-DEATHS          TO   WK-MCS-DEATHS
               MOVE    WK-CLS-RECOVERED       TO   WK-MCS-RECOVERED
               MOVE    WK-CLS-MTH-CONFIRMED   TO   WK-MCS-MTH-CONFIRMED
               MOVE    WK-CLS-MTH-DEATHS      TO   WK-MCS-MTH-DEATHS
               MOVE    WK-CLS-MTH-RECOVERED   TO   WK-MCS-MTH-RECOVERED
               PERFORM   MCS-WRITE-RTN

               MOVE    WK-RUP-COUNT   TO   WK-CLS-CTY-CNT
           END-IF

           IF WK-MCS-OPEN-FLG = "Y"
               CLOSE   FDZZMCS
               MOVE    "N"   TO   WK-MCS-OPEN-FLG
           END-IF
           .
      ******************************************************************
      * 日次集計履歴1件読み込み処理
      * 締め対象月の行のみ、Province/Country が変わる毎に前の
      * まとまりを確定させて集計する
      ******************************************************************
       HIS-READ-RTN.
           READ FDZZHIS
                AT END
                    MOVE   "Y"   TO   WK-HIS-EOF-FLG
                NOT AT END
                    ADD    1     TO   WK-CNT-FDZZHIS
                    IF WK-HIS-DATE(1:7) = WK-MONTH
                        ADD    1     TO   WK-CNT-HIS-SEL
                        IF WK-GRP-ACTIVE = "Y"
                             AND (WK-HIS-PROVINCE NOT = WK-GRP-PROVINCE
                              OR WK-HIS-COUNTRY NOT = WK-GRP-COUNTRY)
                            PERFORM   GROUP-FLUSH-RTN
                        END-IF
                        IF WK-GRP-ACTIVE = "N"
                            INITIALIZE   WK-GRP-AREA
                            MOVE  "Y"              TO  WK-GRP-ACTIVE
                            MOVE  WK-HIS-PROVINCE  TO  WK-GRP-PROVINCE
                            MOVE  WK-HIS-COUNTRY   TO  WK-GRP-COUNTRY
                        END-IF
                        MOVE   WK-HIS-DATE      TO   WK-GRP-ASOF-DATE
                        MOVE   WK-HIS-CONFIRMED TO   WK-GRP-CONFIRMED
                        MOVE   WK-HIS-DEATHS    TO   WK-GRP-DEATHS
                        MOVE   WK-HIS-RECOVERED TO   WK-GRP-RECOVERED
                        ADD    WK-HIS-NEW-CONFIRMED   TO
                               WK-GRP-MTH-CONFIRMED
                        ADD    WK-HIS-NEW-DEATHS      TO
                               WK-GRP-MTH-DEATHS
                        ADD    WK-HIS-NEW-RECOVERED   TO
                               WK-GRP-MTH-RECOVERED
                    END-IF
           END-READ
           .
      ******************************************************************
      * Province/Country 1まとまりの確定処理
      * Province行は月末確定スナップショットへ書き出し、Country別の
      * 積み上げ(ロールアップ突合テーブルと月間増分テーブル)へ計上する
      ******************************************************************
       GROUP-FLUSH-RTN.
           IF WK-GRP-ACTIVE = "Y"
               IF WK-GRP-PROVINCE NOT = SPACES
                   ADD     1   TO   WK-CLS-PRV-CNT
                   INITIALIZE   FDZZMCS-REC
                   MOVE    "P"                    TO   WK-MCS-LEVEL
                   MOVE    WK-GRP-COUNTRY         TO   WK-MCS-COUNTRY
                   MOVE    WK-GRP-PROVINCE        TO   WK-MCS-PROVINCE
                   MOVE    WK-GRP-ASOF-DATE       TO   WK-MCS-ASOF-DATE
                   MOVE    WK-GRP-CONFIRMED       TO   WK-MCS-CONFIRMED
                   MOVE    WK-GRP-DEATHS          TO   WK-MCS-DEATHS
                   MOVE    WK-GRP-RECOVERED       TO   WK-MCS-RECOVERED
                   MOVE    WK-GRP-MTH-CONFIRMED   TO
                           WK-MCS-MTH-CONFIRMED
                   MOVE    WK-GRP-MTH-DEATHS      TO
                           WK-MCS-MTH-DEATHS
                   MOVE    WK-GRP-MTH-RECOVERED   TO
                           WK-MCS-MTH-RECOVERED
                   PERFORM   MCS-WRITE-RTN
               END-IF

               MOVE    WK-MONTH            TO   WK-RUP-IN-DATE
               MOVE    WK-GRP-COUNTRY      TO   WK-RUP-IN-COUNTRY
               IF WK-GRP-PROVINCE = SPACES
                   MOVE   "N"   TO   WK-RUP-IN-PRV-FLG
               ELSE
                   MOVE   "Y"   TO   WK-RUP-IN-PRV-FLG
               END-IF
               MOVE    WK-GRP-CONFIRMED    TO   WK-RUP-IN-CONFIRMED
               MOVE    WK-GRP-DEATHS       TO   WK-RUP-IN-DEATHS
               MOVE    WK-GRP-RECOVERED    TO   WK-RUP-IN-RECOVERED
               MOVE    WK-RUP-COUNT        TO   WK-MTH-PREV-COUNT
               PERFORM   ROLLUP-ADD-RTN

               IF WK-RUP-I > 0
                   IF WK-RUP-I > WK-MTH-PREV-COUNT
                       INITIALIZE   WK-MTH-ENTRY(WK-RUP-I)
                   END-IF
                   IF WK-GRP-ASOF-DATE > WK-MTH-ASOF-DATE(WK-RUP-I)
                       MOVE   WK-GRP-ASOF-DATE   TO
                              WK-MTH-ASOF-DATE(WK-RUP-I)
                   END-IF
                   IF WK-RUP-IN-PRV-FLG = "Y"
                       ADD    WK-GRP-MTH-CONFIRMED   TO
                              WK-MTH-PRV-CONFIRMED(WK-RUP-I)
                       ADD    WK-GRP-MTH-DEATHS      TO
                              WK-MTH-PRV-DEATHS(WK-RUP-I)
                       ADD    WK-GRP-MTH-RECOVERED   TO
                              WK-MTH-PRV-RECOVERED(WK-RUP-I)
                   ELSE
                       MOVE   WK-GRP-MTH-CONFIRMED   TO
                              WK-MTH-CTY-CONFIRMED(WK-RUP-I)
                       MOVE   WK-GRP-MTH-DEATHS      TO
                              WK-MTH-CTY-DEATHS(WK-RUP-I)
                       MOVE   WK-GRP-MTH-RECOVERED   TO
                              WK-MTH-CTY-RECOVERED(WK-RUP-I)
                   END-IF
               END-IF

               MOVE    "N"   TO   WK-GRP-ACTIVE
           END-IF
           .
      ******************************************************************
      * Country別エントリの国名順ソート処理
      * (月間増分テーブルも同じ添字で入れ替える)
      ******************************************************************
       COUNTRY-SORT-RTN.
           IF WK-RUP-COUNT > 1
               PERFORM  VARYING  WK-SORT-I  FROM  1  BY  1
                        UNTIL  WK-SORT-I  >  WK-RUP-COUNT - 1
                   COMPUTE WK-SORT-LIMIT = WK-RUP-COUNT - WK-SORT-I
                   PERFORM  VARYING  WK-SORT-J  FROM  1  BY  1
                            UNTIL  WK-SORT-J  >  WK-SORT-LIMIT
                       IF WK-RUP-COUNTRY(WK-SORT-J) >
                          WK-RUP-COUNTRY(WK-SORT-J + 1)
                           PERFORM   COUNTRY-SWAP-RTN
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF
           .
      ******************************************************************
      * ソート用の隣接エントリ交換処理
      ******************************************************************
       COUNTRY-SWAP-RTN.
           MOVE   WK-RUP-ENTRY(WK-SORT-J)      TO   WK-SORT-HOLD
           MOVE   WK-RUP-ENTRY(WK-SORT-J + 1)  TO
                  WK-RUP-ENTRY(WK-SORT-J)
           MOVE   WK-SORT-HOLD                 TO
                  WK-RUP-ENTRY(WK-SORT-J + 1)
           MOVE   WK-MTH-ENTRY(WK-SORT-J)      TO   WK-SORT-HOLD-MTH
           MOVE   WK-MTH-ENTRY(WK-SORT-J + 1)  TO
                  WK-MTH-ENTRY(WK-SORT-J)
           MOVE   WK-SORT-HOLD-MTH             TO
                  WK-MTH-ENTRY(WK-SORT-J + 1)
           .
      ******************************************************************
      * Country別(C)1件の書き出し処理(WK-RUP-I のエントリ)
      * 採用基準が Province合計(P)以外の国は国レベル行の値とする
      * (サスペンド指定分も確定値としては国レベル行を採用する)
      ******************************************************************
       COUNTRY-WRITE-RTN.
           INITIALIZE   FDZZMCS-REC
           MOVE    "C"                         TO   WK-MCS-LEVEL
           MOVE    WK-RUP-COUNTRY(WK-RUP-I)    TO   WK-MCS-COUNTRY
           MOVE    WK-MTH-ASOF-DATE(WK-RUP-I)  TO   WK-MCS-ASOF-DATE

           IF WK-RUP-BASIS(WK-RUP-I) = "P"
               MOVE   "P"   TO   WK-MCS-BASIS
               MOVE   WK-RUP-PRV-CONFIRMED(WK-RUP-I)  TO
                      WK-MCS-CONFIRMED
               MOVE   WK-RUP-PRV-DEATHS(WK-RUP-I)     TO
                      WK-MCS-DEATHS
               MOVE   WK-RUP-PRV-RECOVERED(WK-RUP-I)  TO
                      WK-MCS-RECOVERED
               MOVE   WK-MTH-PRV-CONFIRMED(WK-RUP-I)  TO
                      WK-MCS-MTH-CONFIRMED
               MOVE   WK-MTH-PRV-DEATHS(WK-RUP-I)     TO
                      WK-MCS-MTH-DEATHS
               MOVE   WK-MTH-PRV-RECOVERED(WK-RUP-I)  TO
                      WK-MCS-MTH-RECOVERED
           ELSE
               MOVE   "C"   TO   WK-MCS-BASIS
               MOVE   WK-RUP-CTY-CONFIRMED(WK-RUP-I)  TO
                      WK-MCS-CONFIRMED
               MOVE   WK-RUP-CTY-DEATHS(WK-RUP-I)     TO
                      WK-MCS-DEATHS
               MOVE   WK-RUP-CTY-RECOVERED(WK-RUP-I)  TO
                      WK-MCS-RECOVERED
               MOVE   WK-MTH-CTY-CONFIRMED(WK-RUP-I)  TO
                      WK-MCS-MTH-CONFIRMED
               MOVE   WK-MTH-CTY-DEATHS(WK-RUP-I)     TO
                      WK-MCS-MTH-DEATHS
               MOVE   WK-MTH-CTY-RECOVERED(WK-RUP-I)  TO
                      WK-MCS-MTH-RECOVERED
           END-IF

           ADD     WK-MCS-CONFIRMED       TO   WK-CLS-CONFIRMED
           ADD     WK-MCS-DEATHS          TO   WK-CLS-DEATHS
           ADD     WK-MCS-RECOVERED       TO   WK-CLS-RECOVERED
           ADD     WK-MCS-MTH-CONFIRMED   TO   WK-CLS-MTH-CONFIRMED
           ADD     WK-MCS-MTH-DEATHS      TO   WK-CLS-MTH-DEATHS
           ADD     WK-MCS-MTH-RECOVERED   TO   WK-CLS-MTH-RECOVERED
           IF WK-MCS-ASOF-DATE > WK-CLS-ASOF-DATE
               MOVE   WK-MCS-ASOF-DATE   TO   WK-CLS-ASOF-DATE
           END-IF

           PERFORM   MCS-WRITE-RTN
           .
      ******************************************************************
      * 月末確定スナップショット1件書き出し処理
      * 初回の書き出し時に追記で開く(無い(35)場合のみ新規作成し、
      * それ以外のエラーは既存の確定値を消さないよう異常終了する)
      ******************************************************************
       MCS-WRITE-RTN.
           IF WK-MCS-OPEN-FLG = "N"
               OPEN   EXTEND FDZZMCS
               IF WK-MCS-FS = "35"
                   OPEN   OUTPUT FDZZMCS
               END-IF
               IF WK-MCS-FS NOT = "00"
                   DISPLAY "*** ABEND: MONTH SNAPSHOT FILE OPEN ERROR: "
                           WK-MCS-FS " ***"
                   PERFORM   ABEND-RTN
               END-IF
               MOVE   "Y"   TO   WK-MCS-OPEN-FLG
           END-IF

           MOVE    WK-MONTH       TO   WK-MCS-MONTH
           MOVE    WK-CLS-VER     TO   WK-MCS-VER
           MOVE    WK-SYS-STAMP   TO   WK-MCS-CLOSE-STAMP
           WRITE   FDZZMCS-REC
           ADD     1   TO   WK-CNT-FDZZMCS
           .
      ******************************************************************
      * 期間管理 締め済み登録処理
      * 再オープン時の記録(日時・承認者)は履歴として残す
      ******************************************************************
       PCL-UPDATE-RTN.
           IF WK-PCL-FOUND-FLG = "N"
               INITIALIZE   FDZZPCL-REC
               MOVE    WK-MONTH   TO   WK-PCL-MONTH
           END-IF

           MOVE    "C"                  TO   WK-PCL-STATUS
           MOVE    WK-SYS-STAMP         TO   WK-PCL-CLOSE-STAMP
           MOVE    WK-CLS-VER           TO   WK-PCL-CLOSE-VER
           MOVE    WK-CNT-HIS-SEL       TO   WK-PCL-HIS-ROWS
           MOVE    WK-CLS-PRV-CNT       TO   WK-PCL-PRV-CNT
           MOVE    WK-CLS-CTY-CNT       TO   WK-PCL-CTY-CNT
           MOVE    WK-CLS-CONFIRMED     TO   WK-PCL-CONFIRMED
           MOVE    WK-CLS-DEATHS        TO   WK-PCL-DEATHS
           MOVE    WK-CLS-RECOVERED     TO   WK-PCL-RECOVERED

           IF WK-PCL-FOUND-FLG = "Y"
               REWRITE FDZZPCL-REC
           ELSE
               WRITE   FDZZPCL-REC
           END-IF

           IF WK-PCL-FS NOT = "00"
               DISPLAY "*** ABEND: PERIOD CONTROL FILE WRITE ERROR: "
                       WK-PCL-FS " ***"
               PERFORM   ABEND-RTN
           END-IF
           .
      ******************************************************************
      * 再オープン処理(REOPEN)
      * 締め済みの月を再オープン(O)とし、日時と承認者を記録する。
      * 以降の履歴の変更は調整台帳へ振り替えず通常どおり反映される
      ******************************************************************
       REOPEN-RTN.
           IF WK-MODE = "REOPEN"
               PERFORM   PCL-OPEN-RTN

               IF WK-PCL-FOUND-FLG = "N"
                    OR WK-PCL-STATUS NOT = "C"
                   DISPLAY "*** REOPEN REFUSED - PERIOD " WK-MONTH
                           " IS NOT CLOSED ***"
                   PERFORM   REFUSE-RTN
               END-IF

               MOVE    "O"                TO   WK-PCL-STATUS
               MOVE    WK-SYS-STAMP       TO   WK-PCL-REOPEN-STAMP
               MOVE    WK-APPROVER-ARG    TO   WK-PCL-REOPEN-BY
               REWRITE FDZZPCL-REC
               IF WK-PCL-FS NOT = "00"
                   DISPLAY "*** ABEND: PERIOD CONTROL FILE WRITE "
                           "ERROR: " WK-PCL-FS " ***"
                   PERFORM   ABEND-RTN
               END-IF

               DISPLAY "PERIOD " WK-MONTH " REOPENED (VERSION "
                       WK-PCL-CLOSE-VER ") BY "
                       FUNCTION TRIM(WK-APPROVER-ARG)

               CLOSE   FDZZPCL
               MOVE    "N"   TO   WK-PCL-OPEN-FLG
           END-IF
           .
      ******************************************************************
      * 期間締めレポート出力処理
      * 期間管理の各期間(対象年月の指定時は当該月のみ)について、
      * 締め状態・確定値と調整台帳の調整を出力する
      ******************************************************************
       REPORT-RTN.
           OPEN   OUTPUT FDZZPCR

           INITIALIZE   FDZZPCR-OUT-REC
           STRING  "--- PERIOD CLOSE REPORT  RUN: " DELIMITED BY SIZE
                   WK-SYS-STAMP                    DELIMITED BY SIZE
                   "  MODE: "                      DELIMITED BY SIZE
                   FUNCTION TRIM(WK-MODE)          DELIMITED BY SIZE
                   " ---"                          DELIMITED BY SIZE
                  INTO FDZZPCR-OUT-REC
           END-STRING
           PERFORM   PCR-WRITE-RTN

           OPEN   INPUT  FDZZPCL
           IF WK-PCL-FS = "00"
               MOVE   "N"   TO   WK-PCR-EOF-FLG
               PERFORM   PERIOD-READ-RTN
                         UNTIL WK-PCR-EOF-FLG = "Y"
               CLOSE  FDZZPCL
           END-IF

           IF WK-CNT-PERIODS = 0
               MOVE    "NO CLOSED PERIODS"   TO   FDZZPCR-OUT-REC
               PERFORM   PCR-WRITE-RTN
           END-IF

           INITIALIZE   FDZZPCR-OUT-REC
           MOVE    WK-CNT-PERIODS        TO   WK-RPT-CNT-ED
           STRING  "PERIODS: "                     DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-CNT-ED)    DELIMITED BY SIZE
                  INTO FDZZPCR-OUT-REC
           END-STRING
           MOVE    WK-CNT-PRD-CLOSED     TO   WK-RPT-CNT-ED
           STRING  FUNCTION TRIM(FDZZPCR-OUT-REC)  DELIMITED BY SIZE
                   "  CLOSED: "                    DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-CNT-ED)    DELIMITED BY SIZE
                  INTO FDZZPCR-OUT-REC
           END-STRING
           MOVE    WK-CNT-PRD-REOPENED   TO   WK-RPT-CNT-ED
           STRING  FUNCTION TRIM(FDZZPCR-OUT-REC)  DELIMITED BY SIZE
                   "  REOPENED: "                  DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-CNT-ED)    DELIMITED BY SIZE
                  INTO FDZZPCR-OUT-REC
           END-STRING
           MOVE    WK-CNT-PRD-PENDING    TO   WK-RPT-CNT-ED
           STRING  FUNCTION TRIM(FDZZPCR-OUT-REC)  DELIMITED BY SIZE
                   "  CLOSED WITH PENDING ADJUSTMENTS: "
                                                   DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-CNT-ED)    DELIMITED BY SIZE
                  INTO FDZZPCR-OUT-REC
           END-STRING
           MOVE    WK-CNT-PENDING        TO   WK-RPT-CNT-ED
           STRING  FUNCTION TRIM(FDZZPCR-OUT-REC)  DELIMITED BY SIZE
                   "  PENDING ADJUSTMENTS: "       DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-CNT-ED)    DELIMITED BY SIZE
                  INTO FDZZPCR-OUT-REC
           END-STRING
           PERFORM   PCR-WRITE-RTN

           CLOSE   FDZZPCR
           .
      ******************************************************************
      * 期間管理1件読み込み処理(期間締めレポート用)
      ******************************************************************
       PERIOD-READ-RTN.
           READ    FDZZPCL  NEXT RECORD
               AT END
                   MOVE   "Y"   TO   WK-PCR-EOF-FLG
               NOT AT END
                   IF WK-MONTH = SPACES
                        OR WK-PCL-MONTH = WK-MONTH
                       PERFORM   PERIOD-REPORT-RTN
                   END-IF
           END-READ
           .
      ******************************************************************
      * 期間1件分のレポート出力処理
      * 締め済み(C)は締め以降の調整を承認待ち(PENDING)、再オープン
      * 済み(O)は承認のため解放済み(RELEASED)として一覧する。
      * 締めより前の台帳記録は再締めで確定値へ反映済み(SETTLED)
      ******************************************************************
       PERIOD-REPORT-RTN.
           ADD     1   TO   WK-CNT-PERIODS
           IF WK-PCL-STATUS = "C"
               MOVE   "CLOSED"     TO   WK-RPT-STATUS
               MOVE   "PENDING"    TO   WK-RPT-TYPE
               ADD    1   TO   WK-CNT-PRD-CLOSED
           ELSE
               MOVE   "REOPENED"   TO   WK-RPT-STATUS
               MOVE   "OPEN"       TO   WK-RPT-TYPE
               ADD    1   TO   WK-CNT-PRD-REOPENED
           END-IF

           MOVE    SPACES   TO   FDZZPCR-OUT-REC
           PERFORM   PCR-WRITE-RTN

           MOVE    WK-PCL-CLOSE-VER   TO   WK-RPT-VER-ED
           INITIALIZE   FDZZPCR-OUT-REC
           STRING  "PERIOD: "                      DELIMITED BY SIZE
                   WK-PCL-MONTH                    DELIMITED BY SIZE
                   "  STATUS: "                    DELIMITED BY SIZE
                   WK-RPT-STATUS                   DELIMITED BY SIZE
                   "  VERSION: "                   DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-VER-ED)    DELIMITED BY SIZE
                   "  CLOSED AT: "                 DELIMITED BY SIZE
                   WK-PCL-CLOSE-STAMP              DELIMITED BY SIZE
                  INTO FDZZPCR-OUT-REC
           END-STRING
           IF WK-PCL-REOPEN-STAMP NOT = SPACES
               STRING  FUNCTION TRIM(FDZZPCR-OUT-REC) DELIMITED BY SIZE
                       "  LAST REOPENED AT: "      DELIMITED BY SIZE
                       WK-PCL-REOPEN-STAMP         DELIMITED BY SIZE
                       " BY "                      DELIMITED BY SIZE
                       FUNCTION TRIM(WK-PCL-REOPEN-BY)
                                                   DELIMITED BY SIZE
                      INTO FDZZPCR-OUT-REC
               END-STRING
           END-IF
           PERFORM   PCR-WRITE-RTN

           INITIALIZE   FDZZPCR-OUT-REC
           MOVE    WK-PCL-HIS-ROWS     TO   WK-RPT-CNT-ED
           STRING  "    CERTIFIED  HISTORY ROWS: " DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-CNT-ED)    DELIMITED BY SIZE
                  INTO FDZZPCR-OUT-REC
           END-STRING
           MOVE    WK-PCL-PRV-CNT      TO   WK-RPT-CNT-ED
           STRING  FUNCTION TRIM(FDZZPCR-OUT-REC)  DELIMITED BY SIZE
                   "  PROVINCES: "                 DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-CNT-ED)    DELIMITED BY SIZE
                  INTO FDZZPCR-OUT-REC
           END-STRING
           MOVE    WK-PCL-CTY-CNT      TO   WK-RPT-CNT-ED
           STRING  FUNCTION TRIM(FDZZPCR-OUT-REC)  DELIMITED BY SIZE
                   "  COUNTRIES: "                 DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-CNT-ED)    DELIMITED BY SIZE
                  INTO FDZZPCR-OUT-REC
           END-STRING
           MOVE    WK-PCL-CONFIRMED    TO   WK-RPT-NUM-ED
           STRING  FUNCTION TRIM(FDZZPCR-OUT-REC)  DELIMITED BY SIZE
                   "  CONFIRMED: "                 DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-NUM-ED)    DELIMITED BY SIZE
                  INTO FDZZPCR-OUT-REC
           END-STRING
           MOVE    WK-PCL-DEATHS       TO   WK-RPT-NUM-ED
           STRING  FUNCTION TRIM(FDZZPCR-OUT-REC)  DELIMITED BY SIZE
                   "  DEATHS: "                    DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-NUM-ED)    DELIMITED BY SIZE
                  INTO FDZZPCR-OUT-REC
           END-STRING
           MOVE    WK-PCL-RECOVERED    TO   WK-RPT-NUM-ED
           STRING  FUNCTION TRIM(FDZZPCR-OUT-REC)  DELIMITED BY SIZE
                   "  RECOVERED: "                 DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-NUM-ED)    DELIMITED BY SIZE
                  INTO FDZZPCR-OUT-REC
           END-STRING
           PERFORM   PCR-WRITE-RTN

           IF WK-PCL-STATUS = "C"
               INITIALIZE   FDZZPCR-OUT-REC
               STRING  "    ADJUSTMENTS PENDING APPROVAL "
                                                   DELIMITED BY SIZE
                       "(REOPEN TO APPLY):"        DELIMITED BY SIZE
                      INTO FDZZPCR-OUT-REC
               END-STRING
           ELSE
               INITIALIZE   FDZZPCR-OUT-REC
               STRING  "    ADJUSTMENTS RELEASED FOR APPROVAL "
                                                   DELIMITED BY SIZE
                       "(CLOSE AGAIN TO RECERTIFY):" DELIMITED BY SIZE
                      INTO FDZZPCR-OUT-REC
               END-STRING
           END-IF
           PERFORM   PCR-WRITE-RTN

           MOVE    0   TO   WK-CNT-PRD-ADJ WK-CNT-PRD-SETTLED
           OPEN   INPUT  FDZZADJ
           IF WK-ADJ-FS = "00"
               MOVE   "N"   TO   WK-ADJ-EOF-FLG
               PERFORM   ADJ-READ-RTN
                         UNTIL WK-ADJ-EOF-FLG = "Y"
               CLOSE  FDZZADJ
           END-IF

           IF WK-CNT-PRD-ADJ = 0
               MOVE    "      NONE"   TO   FDZZPCR-OUT-REC
               PERFORM   PCR-WRITE-RTN
           END-IF

           IF WK-PCL-STATUS = "C"
               ADD    WK-CNT-PRD-ADJ   TO   WK-CNT-PENDING
               IF WK-CNT-PRD-ADJ > 0
                   ADD    1   TO   WK-CNT-PRD-PENDING
               END-IF
           ELSE
               ADD    WK-CNT-PRD-ADJ   TO   WK-CNT-RELEASED
           END-IF

           INITIALIZE   FDZZPCR-OUT-REC
           MOVE    WK-CNT-PRD-ADJ       TO   WK-RPT-CNT-ED
           STRING  "    "                          DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-TYPE)      DELIMITED BY SIZE
                   ": "                            DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-CNT-ED)    DELIMITED BY SIZE
                  INTO FDZZPCR-OUT-REC
           END-STRING
           MOVE    WK-CNT-PRD-SETTLED   TO   WK-RPT-CNT-ED
           STRING  FUNCTION TRIM(FDZZPCR-OUT-REC)  DELIMITED BY SIZE
                   "  SETTLED BY EARLIER CLOSE: "  DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-CNT-ED)    DELIMITED BY SIZE
                  INTO FDZZPCR-OUT-REC
           END-STRING
           PERFORM   PCR-WRITE-RTN
           .
      ******************************************************************
      * 調整台帳1件読み込み処理(期間締めレポート用)
      * 当該期間の記録のうち、直近の締め以降のものを一覧する
      ******************************************************************
       ADJ-READ-RTN.
           READ    FDZZADJ
               AT END
                   MOVE   "Y"   TO   WK-ADJ-EOF-FLG
               NOT AT END
                   ADD    1   TO   WK-CNT-FDZZADJ
                   IF WK-ADJ-MONTH = WK-PCL-MONTH
                       IF WK-ADJ-STAMP < WK-PCL-CLOSE-STAMP
                           ADD    1   TO   WK-CNT-PRD-SETTLED
                       ELSE
                           ADD    1   TO   WK-CNT-PRD-ADJ
                           PERFORM   ADJ-LINE-RTN
                       END-IF
                   END-IF
           END-READ
           .
      ******************************************************************
      * 調整1件の明細出力処理
      * 調整の見出し行に続けて件数項目毎の新旧値を出力する
      ******************************************************************
       ADJ-LINE-RTN.
           IF WK-ADJ-TYPE = "C"
               MOVE   "CHANGE"   TO   WK-RPT-TYPE
           ELSE
               MOVE   "NEW"      TO   WK-RPT-TYPE
           END-IF

           INITIALIZE   FDZZPCR-OUT-REC
           STRING  "      "                        DELIMITED BY SIZE
                   WK-RPT-TYPE                     DELIMITED BY SIZE
                   " "                             DELIMITED BY SIZE
                   WK-ADJ-DATE                     DELIMITED BY SIZE
                   "  COUNTRY: "                   DELIMITED BY SIZE
                   FUNCTION TRIM(WK-ADJ-COUNTRY)   DELIMITED BY SIZE
                   "  PROVINCE: "                  DELIMITED BY SIZE
                   FUNCTION TRIM(WK-ADJ-PROVINCE)  DELIMITED BY SIZE
                   "  BY: "                        DELIMITED BY SIZE
                   WK-ADJ-PGM                      DELIMITED BY SIZE
                   " BUSDATE: "                    DELIMITED BY SIZE
                   WK-ADJ-BUSDATE                  DELIMITED BY SIZE
                   " AT: "                         DELIMITED BY SIZE
                   WK-ADJ-STAMP                    DELIMITED BY SIZE
                  INTO FDZZPCR-OUT-REC
           END-STRING
           PERFORM   PCR-WRITE-RTN

           MOVE    "CONFIRMED"              TO   WK-RPT-MEASURE
           MOVE    WK-ADJ-OLD-CONFIRMED     TO   WK-RPT-OLD-ED
           MOVE    WK-ADJ-NEW-CONFIRMED     TO   WK-RPT-NEW-ED
           PERFORM   ADJ-MEASURE-RTN
           MOVE    "DEATHS"                 TO   WK-RPT-MEASURE
           MOVE    WK-ADJ-OLD-DEATHS        TO   WK-RPT-OLD-ED
           MOVE    WK-ADJ-NEW-DEATHS        TO   WK-RPT-NEW-ED
           PERFORM   ADJ-MEASURE-RTN
           MOVE    "RECOVERED"              TO   WK-RPT-MEASURE
           MOVE    WK-ADJ-OLD-RECOVERED     TO   WK-RPT-OLD-ED
           MOVE    WK-ADJ-NEW-RECOVERED     TO   WK-RPT-NEW-ED
           PERFORM   ADJ-MEASURE-RTN
           .
      ******************************************************************
      * 調整1件の件数項目1つ分の新旧値出力処理
      * (追加(NEW)は変更前の値が無いため新値のみ)
      ******************************************************************
       ADJ-MEASURE-RTN.
           INITIALIZE   FDZZPCR-OUT-REC
           IF WK-ADJ-TYPE = "C"
               STRING  "          "                DELIMITED BY SIZE
                       WK-RPT-MEASURE              DELIMITED BY SIZE
                       " CERTIFIED: "              DELIMITED BY SIZE
                       WK-RPT-OLD-ED               DELIMITED BY SIZE
                       "  ADJUSTED: "              DELIMITED BY SIZE
                       WK-RPT-NEW-ED               DELIMITED BY SIZE
                      INTO FDZZPCR-OUT-REC
               END-STRING
           ELSE
               STRING  "          "                DELIMITED BY SIZE
                       WK-RPT-MEASURE              DELIMITED BY SIZE
                       " ADJUSTED: "               DELIMITED BY SIZE
                       WK-RPT-NEW-ED               DELIMITED BY SIZE
                      INTO FDZZPCR-OUT-REC
               END-STRING
           END-IF
           PERFORM   PCR-WRITE-RTN
           .
      ******************************************************************
      * 期間締めレポート1行書き出し処理
      ******************************************************************
       PCR-WRITE-RTN.
           WRITE   FDZZPCR-OUT-REC
           ADD     1   TO   WK-CNT-FDZZPCR
           .
      ******************************************************************
      * 終了処理
      * 締め済みの月に未承認の調整が残っている場合はRC=4とする
      * (締め対象月に履歴行が無かった場合のRC=8を優先する)
      ******************************************************************
       END-RTN.
           DISPLAY "FDZZHIS: "  WK-CNT-FDZZHIS "件(読込)"
                   " (PERIOD " WK-MONTH ": " WK-CNT-HIS-SEL ")"
           DISPLAY "FDZZMCS: "  WK-CNT-FDZZMCS "件(出力)"
           DISPLAY "PERIODS REPORTED   : " WK-CNT-PERIODS
                   " (CLOSED: " WK-CNT-PRD-CLOSED
                   " REOPENED: " WK-CNT-PRD-REOPENED ")"
           DISPLAY "PENDING ADJUSTMENTS: " WK-CNT-PENDING
                   " (CLOSED PERIODS AFFECTED: " WK-CNT-PRD-PENDING ")"
           DISPLAY "RELEASED FOR APPROVAL: " WK-CNT-RELEASED
           DISPLAY "FDZZPCR: "  WK-CNT-FDZZPCR "件(出力)"

           IF WK-FINAL-RC = 0
                AND WK-CNT-PENDING > 0
               MOVE   4   TO   WK-FINAL-RC
           END-IF

           MOVE    WK-CNT-HIS-SEL     TO   WK-RUN-L-READ
           MOVE    WK-CNT-FDZZMCS     TO   WK-RUN-L-WRITE
           MOVE    WK-CNT-PENDING     TO   WK-RUN-L-REJ
           MOVE    WK-FINAL-RC        TO   WK-RUN-L-RC
           PERFORM   RUNLOG-END-RTN

           PERFORM   LOCK-RELEASE-RTN

           MOVE    WK-FINAL-RC    TO RETURN-CODE
           DISPLAY "END: CZZ1253"
           .
      *    Province合計⇔国レベル行 ロールアップ突合処理(CZZ1230と共通)
           COPY  CZZRUP03.
      *    実行管理(ランログ)記録処理(CZZ1230/1231/1232/1233と共通)
           COPY  CZZRUN03.
      *    実行時パラメタ読み込み処理(CZZ1230/1231/1232/1233と共通)
           COPY  CZZPRM02.
