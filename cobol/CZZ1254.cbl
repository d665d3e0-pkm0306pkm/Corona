       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         CZZ1254.

      ******************************************************************
      * 前日集計・日次集計履歴・ランログ レコードレイアウト変換
      * プログラム(移行時に1回だけ実行する)
      * レコード長を拡張した次の索引ファイルを、旧レイアウトのまま
      * 名前を変えて退避したファイルから新レイアウトへ移し替える。
      *   前日集計  ec2_prior_totals_old.dat( 90) ⇒
      *             ec2_prior_totals.dat    (112)
      *   日次集計履歴 ec2_history_old.dat (130) ⇒
      *             ec2_history.dat         (140)
      *   ランログ  ec2_runlog_old.dat      (105) ⇒
      *             ec2_runlog.dat          (113)
      * 実行前に運用で旧ファイルを *_old.dat へ改名しておく。改名
      * されていないファイル(旧ファイル無し)は変換対象外とする。
      * 追加項目の初期値は次のとおり。
      *   前日集計: 最終報告日は変換後の履歴の当該キーの最新日付、
      *             欠落判定の業務日付は空白、連続欠落日数は0
      *   履歴    : 前回累計引き継ぎフラグは"N"、時刻部は空白
      *             (時刻不明)
      *   ランログ: 鮮度ガード判定は空白
      * 変換先の前日集計・履歴が既にデータを持つ場合、変換先が開けない
      * 場合(改名漏れ等)は、どのファイルにも触れずRC=12で終了する。
      * ランログは変換先に記録があれば残したまま旧記録を追加する。
      * 前日集計・履歴をCZZ1230と共用するため同じ実行ロック
      * (ec2_runlock.dat)を獲得し、CZZ1230の実行が未完了(スナップ
      * ショットマーカーがS)の間は開始しない
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT  FDZZOPR  ASSIGN TO "FDZZOPR"                                    "ec2_prior_totals_old.dat"
               ORGANIZATION       IS   INDEXED
               ACCESS MODE        IS   SEQUENTIAL
               RECORD KEY         IS   WK-OPR-KEY
               FILE STATUS        IS   WK-OPR-FS.
       SELECT  FDZZOHS  ASSIGN TO "FDZZOHS"                                    "ec2_history_old.dat"
               ORGANIZATION       IS   INDEXED
               ACCESS MODE        IS   SEQUENTIAL
               RECORD KEY         IS   WK-OHS-KEY
               FILE STATUS        IS   WK-OHS-FS.
       SELECT  FDZZORN  ASSIGN TO "FDZZORN"                                    "ec2_runlog_old.dat"
               ORGANIZATION       IS   INDEXED
               ACCESS MODE        IS   SEQUENTIAL
               RECORD KEY         IS   WK-ORN-KEY
               FILE STATUS        IS   WK-ORN-FS.
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
       SELECT  FDZZRUN  ASSIGN TO "FDZZRUN"                                    "ec2_runlog.dat"
               ORGANIZATION       IS   INDEXED
               ACCESS MODE        IS   DYNAMIC
               RECORD KEY         IS   WK-RUN-KEY
               FILE STATUS        IS   WK-RUN-FS.
       SELECT  FDZZLCR  ASSIGN TO "FDZZLCR"                                    "ec2_layout_convert_report.txt"
               ORGANIZATION       IS   LINE SEQUENTIAL.
       SELECT  FDZZSNS  ASSIGN TO "FDZZSNS"                                    "ec2_snapshot_status.dat"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-SNS-FS.
       SELECT  FDZZLCK  ASSIGN TO "FDZZLCK"                                    "ec2_runlock.dat"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-LCK-FS.

      ******************************************************************
       DATA                DIVISION.
       FILE                SECTION.
      *    旧レイアウト 前日集計(90バイト)
       FD FDZZOPR.
          01 FDZZOPR-REC.
              03 WK-OPR-KEY.
                  05 WK-OPR-PROVINCE         PIC X(30).
                  05 WK-OPR-COUNTRY          PIC X(30).
              03 WK-OPR-CONFIRMED            PIC 9(10).
              03 WK-OPR-DEATHS               PIC 9(10).
              03 WK-OPR-RECOVERED            PIC 9(10).
      *    旧レイアウト 日次集計履歴(130バイト)
       FD FDZZOHS.
          01 FDZZOHS-REC.
              03 WK-OHS-KEY                  PIC X(70).
              03 WK-OHS-CONFIRMED            PIC 9(10).
              03 WK-OHS-DEATHS               PIC 9(10).
              03 WK-OHS-RECOVERED            PIC 9(10).
              03 WK-OHS-NEW-CONFIRMED        PIC S9(10).
              03 WK-OHS-NEW-DEATHS           PIC S9(10).
              03 WK-OHS-NEW-RECOVERED        PIC S9(10).
      *    旧レイアウト ランログ(105バイト)
       FD FDZZORN.
          01 FDZZORN-REC.
              03 WK-ORN-KEY                  PIC X(30).
              03 WK-ORN-STATUS               PIC X(1).
              03 WK-ORN-INFILE               PIC X(40).
              03 WK-ORN-CNT-READ             PIC 9(6).
              03 WK-ORN-CNT-WRITE            PIC 9(6).
              03 WK-ORN-CNT-REJ              PIC 9(6).
              03 WK-ORN-END-STAMP            PIC X(14).
              03 WK-ORN-RC                   PIC 9(2).
       FD FDZZPRI.
           COPY  CZZPRI01.
       FD FDZZHIS.
           COPY  CZZHIS01.
       FD FDZZRUN.
           COPY  CZZRUN01.
       FD FDZZLCR RECORDING MODE IS V.
          01 FDZZLCR-OUT-REC                PIC X(200).
       FD FDZZSNS RECORDING MODE IS V.
          01 FDZZSNS-REC                    PIC X(20).
       FD FDZZLCK RECORDING MODE IS V.
          01 FDZZLCK-REC                    PIC X(30).

      ******************************************************************
       WORKING-STORAGE     SECTION.
      ******************************************************************
       01  WK-AREA.
           03 WK-CNT-PRI-READ                PIC 9(6) VALUE 0.
           03 WK-CNT-PRI-WRITE               PIC 9(6) VALUE 0.
           03 WK-CNT-PRI-REJ                 PIC 9(6) VALUE 0.
           03 WK-CNT-PRI-LAST                PIC 9(6) VALUE 0.
           03 WK-CNT-HIS-READ                PIC 9(6) VALUE 0.
           03 WK-CNT-HIS-WRITE               PIC 9(6) VALUE 0.
           03 WK-CNT-HIS-REJ                 PIC 9(6) VALUE 0.
           03 WK-CNT-RUN-READ                PIC 9(6) VALUE 0.
           03 WK-CNT-RUN-WRITE               PIC 9(6) VALUE 0.
           03 WK-CNT-RUN-REJ                 PIC 9(6) VALUE 0.

      *    旧レイアウトファイル
       01  WK-OPR-FS                         PIC X(2) VALUE "00".
       01  WK-OHS-FS                         PIC X(2) VALUE "00".
       01  WK-ORN-FS                         PIC X(2) VALUE "00".
       01  WK-EOF-FLG                        PIC X    VALUE "N".

      *    新レイアウトファイル
       01  WK-PRIOR-FS                       PIC X(2) VALUE "00".
       01  WK-HIS-FS                         PIC X(2) VALUE "00".

      *    変換対象(Y=変換する / N=旧ファイルが無いため対象外)と
      *    事前チェックで見つかった問題の件数
       01  WK-CNV-AREA.
           03 WK-CNV-PRI-FLG                 PIC X     VALUE "N".
           03 WK-CNV-HIS-FLG                 PIC X     VALUE "N".
           03 WK-CNV-RUN-FLG                 PIC X     VALUE "N".
           03 WK-CNV-ERR-CNT                 PIC 9(2)  VALUE 0.

      *    前日集計の最終報告日(変換後の履歴から求める)
       01  WK-LST-AREA.
           03 WK-LST-AVAILABLE               PIC X     VALUE "N".
           03 WK-LST-EOF-FLG                 PIC X     VALUE "N".
           03 WK-LST-DATE                    PIC X(10) VALUE SPACES.

      *    変換レポート編集用
       01  WK-RPT-AREA.
           03 WK-RPT-FILE                    PIC X(30) VALUE SPACES.
           03 WK-RPT-OLD-FILE                PIC X(30) VALUE SPACES.
           03 WK-RPT-LENS                    PIC X(10) VALUE SPACES.
           03 WK-RPT-FLG                     PIC X     VALUE "N".
           03 WK-RPT-READ                    PIC 9(6)  VALUE 0.
           03 WK-RPT-WRITE                   PIC 9(6)  VALUE 0.
           03 WK-RPT-REJ                     PIC 9(6)  VALUE 0.
           03 WK-RPT-READ-ED                 PIC Z(5)9.
           03 WK-RPT-WRITE-ED                PIC Z(5)9.
           03 WK-RPT-REJ-ED                  PIC Z(5)9.
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

      *    実行管理(ランログ)記録用作業域
           COPY  CZZRUN02.

      ******************************************************************
       PROCEDURE           DIVISION.
      ******************************************************************
       MAIN-PROC.
           PERFORM   INIT-RTN.

           PERFORM   CHECK-RTN.

           PERFORM   HIS-CONVERT-RTN.

           PERFORM   PRI-CONVERT-RTN.

           PERFORM   RUN-CONVERT-RTN.

           PERFORM   END-RTN.

           STOP RUN
           .
      ******************************************************************
      * イニシャル処理
      ******************************************************************
       INIT-RTN.
           DISPLAY "START: CZZ1254 (RECORD LAYOUT CONVERSION)"

      *    前日集計・履歴を作り直すためCZZ1230と同じロックを獲得する
           PERFORM   LOCK-ACQUIRE-RTN

      *    CZZ1230 の実行が未完了の場合は、次回のCZZ1230実行時の
      *    自動復元で変換が失われるため開始しない
           PERFORM   SNAPSHOT-CHECK-RTN

           OPEN   OUTPUT FDZZLCR
           MOVE   "--- RECORD LAYOUT CONVERSION REPORT ---"
                                    TO   FDZZLCR-OUT-REC
           WRITE  FDZZLCR-OUT-REC
           .
      ******************************************************************
      * 変換前チェック処理
      * 旧ファイルの有無と変換先の状態を確認し、問題があればどの
      * ファイルにも触れずに終了する
      ******************************************************************
       CHECK-RTN.
           PERFORM   CHECK-HIS-RTN
           PERFORM   CHECK-PRI-RTN
           PERFORM   CHECK-RUN-RTN

           IF WK-CNV-ERR-CNT > 0
               DISPLAY "*** LAYOUT CONVERSION REFUSED - "
                       "NO FILE HAS BEEN CHANGED ***"
               MOVE    12      TO   WK-FINAL-RC
               PERFORM   REFUSE-RTN
           END-IF

           IF WK-CNV-PRI-FLG = "N"
                AND WK-CNV-HIS-FLG = "N"
                AND WK-CNV-RUN-FLG = "N"
               DISPLAY "*** NO OLD-LAYOUT FILE FOUND - RENAME THE "
                       "FILES TO *_old.dat BEFORE RUNNING ***"
               MOVE    8       TO   WK-FINAL-RC
               PERFORM   REFUSE-RTN
           END-IF
           .
      ******************************************************************
      * 変換前チェック処理(日次集計履歴)
      ******************************************************************
       CHECK-HIS-RTN.
           OPEN   INPUT  FDZZOHS
           EVALUATE WK-OHS-FS
               WHEN "00"
                   MOVE   "Y"   TO   WK-CNV-HIS-FLG
                   CLOSE  FDZZOHS
               WHEN "35"
                   DISPLAY "ec2_history_old.dat NOT PRESENT - "
                           "HISTORY NOT CONVERTED"
               WHEN OTHER
                   DISPLAY "*** ec2_history_old.dat OPEN ERROR: "
                           WK-OHS-FS " (NOT A 130-BYTE HISTORY FILE)"
                           " ***"
                   ADD    1     TO   WK-CNV-ERR-CNT
           END-EVALUATE

           IF WK-CNV-HIS-FLG = "Y"
               OPEN   INPUT  FDZZHIS
               EVALUATE WK-HIS-FS
                   WHEN "35"
                       CONTINUE
                   WHEN "00"
                       READ   FDZZHIS  NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               DISPLAY "*** ec2_history.dat ALREADY "
                                       "HOLDS DATA - NOT "
                                       "OVERWRITTEN ***"
                               ADD    1     TO   WK-CNV-ERR-CNT
                       END-READ
                       CLOSE  FDZZHIS
                   WHEN OTHER
                       DISPLAY "*** ec2_history.dat OPEN ERROR: "
                               WK-HIS-FS " - RENAME THE OLD FILE TO "
                               "ec2_history_old.dat ***"
                       ADD    1     TO   WK-CNV-ERR-CNT
               END-EVALUATE
           END-IF
           .
      ******************************************************************
      * 変換前チェック処理(前日集計)
      ******************************************************************
       CHECK-PRI-RTN.
           OPEN   INPUT  FDZZOPR
           EVALUATE WK-OPR-FS
               WHEN "00"
                   MOVE   "Y"   TO   WK-CNV-PRI-FLG
                   CLOSE  FDZZOPR
               WHEN "35"
                   DISPLAY "ec2_prior_totals_old.dat NOT PRESENT - "
                           "PRIOR TOTALS NOT CONVERTED"
               WHEN OTHER
                   DISPLAY "*** ec2_prior_totals_old.dat OPEN ERROR: "
                           WK-OPR-FS " (NOT A 90-BYTE PRIOR TOTALS "
                           "FILE) ***"
                   ADD    1     TO   WK-CNV-ERR-CNT
           END-EVALUATE

           IF WK-CNV-PRI-FLG = "Y"
               OPEN   INPUT  FDZZPRI
               EVALUATE WK-PRIOR-FS
                   WHEN "35"
                       CONTINUE
                   WHEN "00"
                       READ   FDZZPRI  NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               DISPLAY "*** ec2_prior_totals.dat "
                                       "ALREADY HOLDS DATA - NOT "
                                       "OVERWRITTEN ***"
                               ADD    1     TO   WK-CNV-ERR-CNT
                       END-READ
                       CLOSE  FDZZPRI
                   WHEN OTHER
                       DISPLAY "*** ec2_prior_totals.dat OPEN ERROR: "
                               WK-PRIOR-FS " - RENAME THE OLD FILE TO "
                               "ec2_prior_totals_old.dat ***"
                       ADD    1     TO   WK-CNV-ERR-CNT
               END-EVALUATE
           END-IF
           .
      ******************************************************************
      * 変換前チェック処理(ランログ)
      * 改名後に他の業務で新レイアウトのランログが作られていても、
      * その記録は残して旧記録を追加するため問題としない
      ******************************************************************
       CHECK-RUN-RTN.
           OPEN   INPUT  FDZZORN
           EVALUATE WK-ORN-FS
               WHEN "00"
                   MOVE   "Y"   TO   WK-CNV-RUN-FLG
                   CLOSE  FDZZORN
               WHEN "35"
                   DISPLAY "ec2_runlog_old.dat NOT PRESENT - "
                           "RUN LOG NOT CONVERTED"
               WHEN OTHER
                   DISPLAY "*** ec2_runlog_old.dat OPEN ERROR: "
                           WK-ORN-FS " (NOT A 105-BYTE RUN LOG FILE)"
                           " ***"
                   ADD    1     TO   WK-CNV-ERR-CNT
           END-EVALUATE

           IF WK-CNV-RUN-FLG = "Y"
               OPEN   INPUT  FDZZRUN
               EVALUATE WK-RUN-FS
                   WHEN "35"
                       CONTINUE
                   WHEN "00"
                       CLOSE  FDZZRUN
                   WHEN OTHER
                       DISPLAY "*** ec2_runlog.dat OPEN ERROR: "
                               WK-RUN-FS " - RENAME THE OLD FILE TO "
                               "ec2_runlog_old.dat ***"
                       ADD    1     TO   WK-CNV-ERR-CNT
               END-EVALUATE
           END-IF
           .
      ******************************************************************
      * 変換拒否処理(変換前チェックで問題あり・旧ファイル無し)
      * どのファイルも未更新のため、レポートへの記録とロック解放
      * のみ行う
      ******************************************************************
       REFUSE-RTN.
           MOVE    WK-FINAL-RC   TO   WK-RPT-CNT-ED
           INITIALIZE   FDZZLCR-OUT-REC
           STRING  "CONVERSION NOT PERFORMED - RC="  DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-CNT-ED)      DELIMITED BY SIZE
                   " (SEE JOB LOG)"                  DELIMITED BY SIZE
                  INTO FDZZLCR-OUT-REC
           END-STRING
           WRITE   FDZZLCR-OUT-REC
           CLOSE   FDZZLCR

           PERFORM   LOCK-RELEASE-RTN
           MOVE    WK-FINAL-RC   TO   RETURN-CODE
           IF WK-FINAL-RC = 12
               DISPLAY "END: CZZ1254 (REFUSED)"
           ELSE
               DISPLAY "END: CZZ1254 (NO INPUT)"
           END-IF
           STOP RUN
           .
      ******************************************************************
      * 変換途中の異常終了処理
      * 旧ファイルは読み込みのみのため残っている。途中まで書いた
      * 変換先を削除してから再実行する
      ******************************************************************
       ABEND-RTN.
           DISPLAY "REMOVE THE PARTLY WRITTEN FILE AND RERUN - "
                   "THE *_old.dat FILES ARE UNCHANGED"
           INITIALIZE   FDZZLCR-OUT-REC
           MOVE    "CONVERSION ABENDED - RC=16 (SEE JOB LOG)"
                                    TO   FDZZLCR-OUT-REC
           WRITE   FDZZLCR-OUT-REC
           CLOSE   FDZZLCR

           PERFORM   LOCK-RELEASE-RTN
           MOVE    16      TO   RETURN-CODE
           DISPLAY "END: CZZ1254 (ABEND)"
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
                       "CZZ1254 START REFUSED ***"
               DISPLAY "LOCK HELD SINCE: " WK-LCK-HOLDER
               MOVE    12      TO   RETURN-CODE
               DISPLAY "END: CZZ1254 (LOCKED)"
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
      * CZZ1230 スナップショットマーカー確認処理(CZZ1248と同一要領)
      * 完了済み(C)の場合、取得済みスナップショットは旧レイアウトの
      * ため、同じ業務日付でのCZZ1230再実行は復元できずに異常終了
      * する旨を表示する
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
                           "LAYOUT CONVERSION REFUSED ***"
                   DISPLAY "RERUN CZZ1230 TO COMPLETION WITH THE "
                           "PREVIOUS RELEASE FIRST"
                   PERFORM   LOCK-RELEASE-RTN
                   MOVE    12      TO   RETURN-CODE
                   DISPLAY "END: CZZ1254 (REFUSED)"
                   STOP RUN
               WHEN "C"
                   DISPLAY "NOTE: THE CZZ1230 SNAPSHOT FOR BUSDATE "
                           WK-SNS-BUSDATE " IS IN THE OLD LAYOUT - "
                           "A RERUN FOR THAT BUSDATE CANNOT RESTORE IT"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      ******************************************************************
      * 日次集計履歴 レイアウト変換処理
      * 旧ファイルをキー順に読み、新レイアウトで書き出す
      ******************************************************************
       HIS-CONVERT-RTN.
           IF WK-CNV-HIS-FLG = "Y"
               OPEN   INPUT  FDZZOHS
               IF WK-OHS-FS NOT = "00"
                   DISPLAY "*** ABEND: ec2_history_old.dat OPEN "
                           "ERROR: " WK-OHS-FS " ***"
                   PERFORM   ABEND-RTN
               END-IF
               OPEN   OUTPUT FDZZHIS
               IF WK-HIS-FS NOT = "00"
                   CLOSE  FDZZOHS
                   DISPLAY "*** ABEND: ec2_history.dat COULD NOT BE "
                           "CREATED: " WK-HIS-FS " ***"
                   PERFORM   ABEND-RTN
               END-IF

               MOVE    "N"   TO   WK-EOF-FLG
               PERFORM   HIS-CONVERT-READ-RTN
                         UNTIL WK-EOF-FLG = "Y"
               CLOSE   FDZZOHS FDZZHIS
           END-IF
           .
      ******************************************************************
      * 日次集計履歴 レイアウト変換の1件処理
      ******************************************************************
       HIS-CONVERT-READ-RTN.
           READ    FDZZOHS  NEXT RECORD
               AT END
                   MOVE   "Y"   TO   WK-EOF-FLG
               NOT AT END
                   ADD    1     TO   WK-CNT-HIS-READ
                   INITIALIZE   FDZZHIS-REC
                   MOVE   WK-OHS-KEY             TO   WK-HIS-KEY
                   MOVE   WK-OHS-CONFIRMED       TO   WK-HIS-CONFIRMED
                   MOVE   WK-OHS-DEATHS          TO   WK-HIS-DEATHS
                   MOVE   WK-OHS-RECOVERED       TO   WK-HIS-RECOVERED
                   MOVE   WK-OHS-NEW-CONFIRMED   TO
                          WK-HIS-NEW-CONFIRMED
                   MOVE   WK-OHS-NEW-DEATHS      TO
                          WK-HIS-NEW-DEATHS
                   MOVE   WK-OHS-NEW-RECOVERED   TO
                          WK-HIS-NEW-RECOVERED
                   MOVE   "N"                    TO
                          WK-HIS-CARRIED-FLG
                   MOVE   SPACES                 TO
                          WK-HIS-DATE-TIME
                   WRITE  FDZZHIS-REC
                       INVALID KEY
                           ADD    1   TO   WK-CNT-HIS-REJ
                           DISPLAY "HISTORY WRITE FAILED: " WK-HIS-KEY
                       NOT INVALID KEY
                           ADD    1   TO   WK-CNT-HIS-WRITE
                   END-WRITE
           END-READ
           .
      ******************************************************************
      * 前日集計 レイアウト変換処理
      * 最終報告日は日次集計履歴(変換済み)の当該キーの最新日付と
      * する。履歴が開けない場合は空白(次回報告時に設定される)
      ******************************************************************
       PRI-CONVERT-RTN.
           IF WK-CNV-PRI-FLG = "Y"
               OPEN   INPUT  FDZZOPR
               IF WK-OPR-FS NOT = "00"
                   DISPLAY "*** ABEND: ec2_prior_totals_old.dat OPEN "
                           "ERROR: " WK-OPR-FS " ***"
                   PERFORM   ABEND-RTN
               END-IF
               OPEN   OUTPUT FDZZPRI
               IF WK-PRIOR-FS NOT = "00"
                   CLOSE  FDZZOPR
                   DISPLAY "*** ABEND: ec2_prior_totals.dat COULD NOT "
                           "BE CREATED: " WK-PRIOR-FS " ***"
                   PERFORM   ABEND-RTN
               END-IF

               OPEN   INPUT  FDZZHIS
               IF WK-HIS-FS = "00"
                   MOVE   "Y"   TO   WK-LST-AVAILABLE
               ELSE
                   MOVE   "N"   TO   WK-LST-AVAILABLE
                   DISPLAY "HISTORY FILE NOT AVAILABLE - LAST REPORTED "
                           "DATE LEFT BLANK"
               END-IF

               MOVE    "N"   TO   WK-EOF-FLG
               PERFORM   PRI-CONVERT-READ-RTN
                         UNTIL WK-EOF-FLG = "Y"
               CLOSE   FDZZOPR FDZZPRI
               IF WK-LST-AVAILABLE = "Y"
                   CLOSE  FDZZHIS
               END-IF
           END-IF
           .
      ******************************************************************
      * 前日集計 レイアウト変換の1件処理
      ******************************************************************
       PRI-CONVERT-READ-RTN.
           READ    FDZZOPR  NEXT RECORD
               AT END
                   MOVE   "Y"   TO   WK-EOF-FLG
               NOT AT END
                   ADD    1     TO   WK-CNT-PRI-READ
                   PERFORM   LAST-DATE-RTN
                   INITIALIZE   FDZZPRI-REC
                   MOVE   WK-OPR-KEY         TO   WK-PRIOR-KEY
                   MOVE   WK-OPR-CONFIRMED   TO   WK-PRIOR-CONFIRMED
                   MOVE   WK-OPR-DEATHS      TO   WK-PRIOR-DEATHS
                   MOVE   WK-OPR-RECOVERED   TO   WK-PRIOR-RECOVERED
                   MOVE   WK-LST-DATE        TO   WK-PRIOR-LAST-DATE
                   MOVE   SPACES             TO   WK-PRIOR-RUN-BUSDATE
                   MOVE   0                  TO   WK-PRIOR-MISS-DAYS
                   WRITE  FDZZPRI-REC
                       INVALID KEY
                           ADD    1   TO   WK-CNT-PRI-REJ
                           DISPLAY "PRIOR WRITE FAILED: " WK-PRIOR-KEY
                       NOT INVALID KEY
                           ADD    1   TO   WK-CNT-PRI-WRITE
                   END-WRITE
           END-READ
           .
      ******************************************************************
      * 最終報告日の取得処理
      * 履歴を当該キーの先頭から読み、同じキーの最後の行の日付を返す
      ******************************************************************
       LAST-DATE-RTN.
           MOVE    SPACES   TO   WK-LST-DATE

           IF WK-LST-AVAILABLE = "Y"
               MOVE    WK-OPR-PROVINCE   TO   WK-HIS-PROVINCE
               MOVE    WK-OPR-COUNTRY    TO   WK-HIS-COUNTRY
               MOVE    LOW-VALUES        TO   WK-HIS-DATE
               MOVE    "N"               TO   WK-LST-EOF-FLG
               START   FDZZHIS  KEY IS >= WK-HIS-KEY
                   INVALID KEY
                       MOVE   "Y"   TO   WK-LST-EOF-FLG
               END-START
               PERFORM   LAST-DATE-READ-RTN
                         UNTIL WK-LST-EOF-FLG = "Y"

               IF WK-LST-DATE NOT = SPACES
                   ADD    1   TO   WK-CNT-PRI-LAST
               END-IF
           END-IF
           .
      ******************************************************************
      * 最終報告日取得の1件読み込み処理
      ******************************************************************
       LAST-DATE-READ-RTN.
           READ    FDZZHIS  NEXT RECORD
               AT END
                   MOVE   "Y"   TO   WK-LST-EOF-FLG
               NOT AT END
                   IF WK-HIS-PROVINCE = WK-OPR-PROVINCE
                        AND WK-HIS-COUNTRY = WK-OPR-COUNTRY
                       MOVE   WK-HIS-DATE   TO   WK-LST-DATE
                   ELSE
                       MOVE   "Y"   TO   WK-LST-EOF-FLG
                   END-IF
           END-READ
           .
      ******************************************************************
      * ランログ レイアウト変換処理
      * 変換先が既にあれば(改名後に他の業務が作成)記録を残して
      * 旧記録を追加する。同じキーの記録は変換先側を残す
      ******************************************************************
       RUN-CONVERT-RTN.
           IF WK-CNV-RUN-FLG = "Y"
               OPEN   INPUT  FDZZORN
               IF WK-ORN-FS NOT = "00"
                   DISPLAY "*** ABEND: ec2_runlog_old.dat OPEN "
                           "ERROR: " WK-ORN-FS " ***"
                   PERFORM   ABEND-RTN
               END-IF
               OPEN   I-O    FDZZRUN
               IF WK-RUN-FS = "35"
                   OPEN   OUTPUT FDZZRUN
               END-IF
               IF WK-RUN-FS NOT = "00"
                   CLOSE  FDZZORN
                   DISPLAY "*** ABEND: ec2_runlog.dat COULD NOT BE "
                           "OPENED: " WK-RUN-FS " ***"
                   PERFORM   ABEND-RTN
               END-IF

               MOVE    "N"   TO   WK-EOF-FLG
               PERFORM   RUN-CONVERT-READ-RTN
                         UNTIL WK-EOF-FLG = "Y"
               CLOSE   FDZZORN FDZZRUN
           END-IF
           .
      ******************************************************************
      * ランログ レイアウト変換の1件処理
      ******************************************************************
       RUN-CONVERT-READ-RTN.
           READ    FDZZORN  NEXT RECORD
               AT END
                   MOVE   "Y"   TO   WK-EOF-FLG
               NOT AT END
                   ADD    1     TO   WK-CNT-RUN-READ
                   INITIALIZE   FDZZRUN-REC
                   MOVE   WK-ORN-KEY         TO   WK-RUN-KEY
                   MOVE   WK-ORN-STATUS      TO   WK-RUN-STATUS
                   MOVE   WK-ORN-INFILE      TO   WK-RUN-INFILE
                   MOVE   WK-ORN-CNT-READ    TO   WK-RUN-CNT-READ
                   MOVE   WK-ORN-CNT-WRITE   TO   WK-RUN-CNT-WRITE
                   MOVE   WK-ORN-CNT-REJ     TO   WK-RUN-CNT-REJ
                   MOVE   WK-ORN-END-STAMP   TO   WK-RUN-END-STAMP
                   MOVE   WK-ORN-RC          TO   WK-RUN-RC
                   MOVE   SPACES             TO   WK-RUN-GUARD
                   WRITE  FDZZRUN-REC
                       INVALID KEY
                           ADD    1   TO   WK-CNT-RUN-REJ
                           DISPLAY "RUN-LOG ENTRY ALREADY ON FILE - "
                                   "KEPT: " WK-RUN-KEY
                       NOT INVALID KEY
                           ADD    1   TO   WK-CNT-RUN-WRITE
                   END-WRITE
           END-READ
           .
      ******************************************************************
      * 変換レポート 1ファイル分の出力処理
      ******************************************************************
       REPORT-FILE-RTN.
           INITIALIZE   FDZZLCR-OUT-REC
           IF WK-RPT-FLG = "Y"
               MOVE    WK-RPT-READ    TO   WK-RPT-READ-ED
               MOVE    WK-RPT-WRITE   TO   WK-RPT-WRITE-ED
               MOVE    WK-RPT-REJ     TO   WK-RPT-REJ-ED
               STRING  WK-RPT-FILE                    DELIMITED BY SIZE
                       WK-RPT-LENS                    DELIMITED BY SIZE
                       "  READ "                      DELIMITED BY SIZE
                       WK-RPT-READ-ED                 DELIMITED BY SIZE
                       "  WRITTEN "                   DELIMITED BY SIZE
                       WK-RPT-WRITE-ED                DELIMITED BY SIZE
                       "  REJECTED "                  DELIMITED BY SIZE
                       WK-RPT-REJ-ED                  DELIMITED BY SIZE
                      INTO FDZZLCR-OUT-REC
               END-STRING
           ELSE
               STRING  WK-RPT-FILE                    DELIMITED BY SIZE
                       "NOT CONVERTED ("              DELIMITED BY SIZE
                       FUNCTION TRIM(WK-RPT-OLD-FILE) DELIMITED BY SIZE
                       " NOT PRESENT)"                DELIMITED BY SIZE
                      INTO FDZZLCR-OUT-REC
               END-STRING
           END-IF
           WRITE   FDZZLCR-OUT-REC
           .
      ******************************************************************
      * 終了処理
      ******************************************************************
       END-RTN.
           MOVE    "ec2_prior_totals.dat"       TO   WK-RPT-FILE
           MOVE    "ec2_prior_totals_old.dat"   TO   WK-RPT-OLD-FILE
           MOVE    " 90 -> 112"                 TO   WK-RPT-LENS
           MOVE    WK-CNV-PRI-FLG               TO   WK-RPT-FLG
           MOVE    WK-CNT-PRI-READ              TO   WK-RPT-READ
           MOVE    WK-CNT-PRI-WRITE             TO   WK-RPT-WRITE
           MOVE    WK-CNT-PRI-REJ               TO   WK-RPT-REJ
           PERFORM   REPORT-FILE-RTN
           IF WK-CNV-PRI-FLG = "Y"
               MOVE    WK-CNT-PRI-LAST   TO   WK-RPT-CNT-ED
               INITIALIZE   FDZZLCR-OUT-REC
               STRING  "  LAST REPORTED DATE TAKEN FROM HISTORY: "
                                                  DELIMITED BY SIZE
                       FUNCTION TRIM(WK-RPT-CNT-ED)
                                                  DELIMITED BY SIZE
                      INTO FDZZLCR-OUT-REC
               END-STRING
               WRITE   FDZZLCR-OUT-REC
           END-IF

           MOVE    "ec2_history.dat"            TO   WK-RPT-FILE
           MOVE    "ec2_history_old.dat"        TO   WK-RPT-OLD-FILE
           MOVE    "130 -> 140"                 TO   WK-RPT-LENS
           MOVE    WK-CNV-HIS-FLG               TO   WK-RPT-FLG
           MOVE    WK-CNT-HIS-READ              TO   WK-RPT-READ
           MOVE    WK-CNT-HIS-WRITE             TO   WK-RPT-WRITE
           MOVE    WK-CNT-HIS-REJ               TO   WK-RPT-REJ
           PERFORM   REPORT-FILE-RTN

           MOVE    "ec2_runlog.dat"             TO   WK-RPT-FILE
           MOVE    "ec2_runlog_old.dat"         TO   WK-RPT-OLD-FILE
           MOVE    "105 -> 113"                 TO   WK-RPT-LENS
           MOVE    WK-CNV-RUN-FLG               TO   WK-RPT-FLG
           MOVE    WK-CNT-RUN-READ              TO   WK-RPT-READ
           MOVE    WK-CNT-RUN-WRITE             TO   WK-RPT-WRITE
           MOVE    WK-CNT-RUN-REJ               TO   WK-RPT-REJ
           PERFORM   REPORT-FILE-RTN
           CLOSE   FDZZLCR

           DISPLAY "--- RECORD LAYOUT CONVERSION SUMMARY ---"
           DISPLAY "PRIOR READ        : "  WK-CNT-PRI-READ
           DISPLAY "PRIOR WRITTEN     : "  WK-CNT-PRI-WRITE
           DISPLAY "PRIOR REJECTED    : "  WK-CNT-PRI-REJ
           DISPLAY "HISTORY READ      : "  WK-CNT-HIS-READ
           DISPLAY "HISTORY WRITTEN   : "  WK-CNT-HIS-WRITE
           DISPLAY "HISTORY REJECTED  : "  WK-CNT-HIS-REJ
           DISPLAY "RUN LOG READ      : "  WK-CNT-RUN-READ
           DISPLAY "RUN LOG WRITTEN   : "  WK-CNT-RUN-WRITE
           DISPLAY "RUN LOG KEPT      : "  WK-CNT-RUN-REJ
                   " (ENTRY ALREADY ON NEW RUN LOG)"
           DISPLAY "----------------------------------------"

      *    書き出せなかった行がある場合は警告終了
           IF WK-CNT-PRI-REJ > 0 OR WK-CNT-HIS-REJ > 0
                OR WK-CNT-RUN-REJ > 0
               MOVE   4   TO   WK-FINAL-RC
           END-IF

      *    実行管理(ランログ)の記録。ランログ自体を変換するため、
      *    変換後のランログへ開始・終了をまとめて記録する
           MOVE    "CZZ1254"                TO   WK-RUN-L-PGM
           MOVE    "ec2_*_old.dat"          TO   WK-RUN-L-INFILE
           PERFORM   RUNLOG-OPEN-RTN
           PERFORM   RUNLOG-START-RTN
           COMPUTE WK-RUN-L-READ  = WK-CNT-PRI-READ + WK-CNT-HIS-READ
                                  + WK-CNT-RUN-READ
           COMPUTE WK-RUN-L-WRITE = WK-CNT-PRI-WRITE + WK-CNT-HIS-WRITE
                                  + WK-CNT-RUN-WRITE
           COMPUTE WK-RUN-L-REJ   = WK-CNT-PRI-REJ + WK-CNT-HIS-REJ
                                  + WK-CNT-RUN-REJ
           MOVE    WK-FINAL-RC      TO   WK-RUN-L-RC
           PERFORM   RUNLOG-END-RTN

           PERFORM   LOCK-RELEASE-RTN

           MOVE    WK-FINAL-RC    TO RETURN-CODE
           DISPLAY "END: CZZ1254"
           .
      *    実行管理(ランログ)記録処理(CZZ1230/1231/1232/1233と共通)
           COPY  CZZRUN03.
