      *   (2) CZZ1233  Countryサマリレポート
      *   (3) CZZ1234  7日移動平均トレンドレポート
      *   (4) CZZ1237  バルク応答突合(curlでの投入後に実行)
      *   (5) CZZ1251  購読者別配信(購読管理ファイルがある場合のみ)
      * を順に起動する。各ステップの開始可否はランログ
      * (ec2_runlog.dat、CZZRUN01: S/C/F・RC)で判定し、
      *   ・正常終了済み(C・RC=0)のステップは再実行せずスキップ
      * 作り直した直後でcurl投入前)と、投入応答ファイル
      * (ec2_bulkresp.json)が無い場合はNOT-READYとして停止する
      * (curl投入後に再実行すれば(4)から再開される)。
      * (5)は購読管理ファイル(ec2_subscriptions.txt)が無い場合は
      * 配信を行わない運用とみなし、DISABLEDとして起動しない
      * (失敗扱いにはしない)。
      * (1)の後、CZZ1230がランログへ記録した抽出再送・鮮度ガードの
      * 判定(REPLAY/STALE)を確認し、再送・鮮度切れの疑いがある抽出
      * はGUARD-HOLDとして以降のステップ(一括投入用JSONの後続処理)
      * を起動せず停止する。抽出が正当であることを確認した場合は
      * RELEASEオプション指定で再実行すれば、完了済みの(1)はスキップ
      * され判定を受け入れて続行する。
      * 実行結果はステップ毎の統合ステータスとして
      * ec2_eod_status.txt へ出力する
      ******************************************************************
       SELECT  FDZZRSP  ASSIGN TO "FDZZRSP"                                    "ec2_bulkresp.json"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-RSP-FS.
       SELECT  FDZZSUB  ASSIGN TO "FDZZSUB"                                    "ec2_subscriptions.txt"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-SUB-FS.

      ******************************************************************
       DATA                DIVISION.
          01 FDZZEOD-OUT-REC                PIC X(80).
       FD FDZZRSP RECORDING MODE IS V.
          01 FDZZRSP-IN-REC                 PIC X(10000).
       FD FDZZSUB RECORDING MODE IS V.
          01 FDZZSUB-IN-REC                 PIC X(300).

      ******************************************************************
       WORKING-STORAGE     SECTION.
           03 WK-CNT-FAILED                  PIC 9(2) VALUE 0.

       01  WK-RSP-FS                         PIC X(2) VALUE "00".
       01  WK-SUB-FS                         PIC X(2) VALUE "00".

      *    引数(業務日付 YYYYMMDD / FORCEオプション / RELEASEオプション)
      *    RELEASEは第2・第3引数のどちらに指定してもよい
       01  WK-EOD-BUSDATE                    PIC X(8)  VALUE SPACES.
       01  WK-FORCE-OPT                      PIC X(10) VALUE SPACES.
       01  WK-RELEASE-OPT                    PIC X(10) VALUE SPACES.
       01  WK-RELEASE-FLG                    PIC X     VALUE "N".

      *    抽出再送・鮮度ガード判定確認用(CZZ1230のランログ記録)
       01  WK-GUARD-AREA.
           03 WK-GUARD-VERDICT               PIC X(8)  VALUE SPACES.
           03 WK-GUARD-ACTION                PIC X(8)  VALUE SPACES.

      *    ステップ定義テーブル
      *    SELFLOG: Y=ステップ自身がランログを記録する /
      *             N=当プログラムが代行して記録する
       01  WK-STEP-COUNT                     PIC 9(1) VALUE 5.
       01  WK-STEP-TABLE-DEF.
           03 FILLER                         PIC X(9) VALUE "CZZ1230 Y".
           03 FILLER                         PIC X(9) VALUE "CZZ1233 Y".
           03 FILLER                         PIC X(9) VALUE "CZZ1234 N".
           03 FILLER                         PIC X(9) VALUE "CZZ1237 N".
           03 FILLER                         PIC X(9) VALUE "CZZ1251 Y".
       01  WK-STEP-TABLE REDEFINES WK-STEP-TABLE-DEF.
           03 WK-STEP-ENTRY OCCURS 5 TIMES.
               05 WK-STEP-PGM                 PIC X(8).
               05 WK-STEP-SELFLOG             PIC X(1).
       01  WK-STEP-I                         PIC 9(2) VALUE 0.

      *    ステップ実行結果(統合ステータス出力用)
       01  WK-RESULT-TABLE.
           03 WK-RESULT-ENTRY OCCURS 5 TIMES.
               05 WK-RESULT-STATUS            PIC X(12).
               05 WK-RESULT-RC                PIC 9(2).
       01  WK-CHAIN-STOP-FLG                 PIC X    VALUE "N".
      *    起動しない
       01  WK-STEP-RAN-FLG                   PIC X    VALUE "N".

      *    任意ステップ(購読者別配信)を起動しないか
       01  WK-STEP-DISABLED-FLG              PIC X    VALUE "N".

      *    ステップ完了済み判定用(CZZ1231のスキップ判定と同じ見方)
       01  WK-RUNCHK-AREA.
           03 WK-RUNCHK-EOF-FLG              PIC X    VALUE "N".

           ACCEPT WK-EOD-BUSDATE FROM ARGUMENT-VALUE
           ACCEPT WK-FORCE-OPT   FROM ARGUMENT-VALUE
           ACCEPT WK-RELEASE-OPT FROM ARGUMENT-VALUE

           IF WK-EOD-BUSDATE = SPACES
               ACCEPT  WK-EOD-BUSDATE  FROM DATE YYYYMMDD
                       = "FORCE"
               DISPLAY "FORCE OPTION - COMPLETED STEPS WILL BE RERUN"
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WK-FORCE-OPT))
                       = "RELEASE"
                OR FUNCTION UPPER-CASE(FUNCTION TRIM(WK-RELEASE-OPT))
                       = "RELEASE"
               MOVE    "Y"   TO   WK-RELEASE-FLG
               DISPLAY "RELEASE OPTION - EXTRACT GUARD VERDICT "
                       "WILL BE ACCEPTED"
           END-IF

           OPEN   OUTPUT FDZZEOD
           INITIALIZE   FDZZEOD-OUT-REC
               PERFORM   STEP-EXEC-RTN
           END-IF

      *    変換ステップの抽出再送・鮮度ガード判定を確認する
           IF WK-STEP-PGM(WK-STEP-I) = "CZZ1230"
               PERFORM   GUARD-CHECK-RTN
           END-IF

           PERFORM   STEP-STATUS-RTN

           IF WK-STEP-PGM(WK-STEP-I) = "CZZ1230"
               PERFORM   GUARD-STATUS-RTN
           END-IF
           .
      ******************************************************************
      * ステップ起動判定・起動処理
                   PERFORM   BULKRESP-CHECK-RTN
               END-IF

      *        購読者別配信は購読管理ファイルがある場合のみ起動する
               MOVE    "N"   TO   WK-STEP-DISABLED-FLG
               IF WK-STEP-PGM(WK-STEP-I) = "CZZ1251"
                   PERFORM   DIST-CHECK-RTN
               END-IF

               IF WK-CHAIN-STOP-FLG = "N"
                    AND WK-STEP-DISABLED-FLG = "N"
                   PERFORM   STEP-RUN-RTN
               END-IF
           END-IF
           END-READ
           .
      ******************************************************************
      * 抽出再送・鮮度ガード判定確認処理
      * 当業務日付のCZZ1230の最新ランログエントリのガード判定が
      * REPLAY/STALEの場合、RELEASEオプション指定が無ければ
      * GUARD-HOLDとしてチェーンを停止する(一括投入の前で止める)。
      * 拒否(RC=12)で既にFAILEDの場合は判定の表示のみ行う
      ******************************************************************
       GUARD-CHECK-RTN.
           MOVE    SPACES   TO   WK-GUARD-VERDICT WK-GUARD-ACTION
           IF WK-RUN-AVAILABLE = "Y"
               MOVE    WK-STEP-PGM(WK-STEP-I)   TO   WK-RUN-PGM
               MOVE    WK-EOD-BUSDATE           TO   WK-RUN-BUSDATE
               MOVE    LOW-VALUES      TO   WK-RUN-START-STAMP
               START   FDZZRUN  KEY IS >= WK-RUN-KEY
               END-START
               IF WK-RUN-FS = "00"
                   MOVE    "N"   TO   WK-RUNCHK-EOF-FLG
                   PERFORM   GUARD-READ-RTN
                             UNTIL WK-RUNCHK-EOF-FLG = "Y"
               END-IF
           END-IF

           IF WK-GUARD-VERDICT = "REPLAY" OR "STALE"
               IF WK-RELEASE-FLG = "Y"
                   MOVE    "RELEASED"   TO   WK-GUARD-ACTION
                   DISPLAY "EXTRACT GUARD VERDICT " WK-GUARD-VERDICT
                           " RELEASED BY OPERATOR"
               ELSE
                   MOVE    "HELD"       TO   WK-GUARD-ACTION
                   IF WK-RESULT-STATUS(WK-STEP-I) = "COMPLETED"
                        OR WK-RESULT-STATUS(WK-STEP-I) = "SKIPPED"
      *                計上済みの完了・スキップ件数から失敗件数へ移す
                       IF WK-RESULT-STATUS(WK-STEP-I) = "COMPLETED"
                           SUBTRACT 1   FROM   WK-CNT-COMPLETED
                       ELSE
                           SUBTRACT 1   FROM   WK-CNT-SKIPPED
                       END-IF
                       MOVE    "GUARD-HOLD"  TO
                               WK-RESULT-STATUS(WK-STEP-I)
                       MOVE    "Y"           TO   WK-CHAIN-STOP-FLG
                       ADD     1   TO   WK-CNT-FAILED
                       DISPLAY "EXTRACT GUARD VERDICT "
                               WK-GUARD-VERDICT
                               " - CHAIN STOPPED BEFORE BULK LOAD. "
                               "VERIFY THE EXTRACT, THEN RERUN WITH "
                               "RELEASE TO CONTINUE"
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * 抽出再送・鮮度ガード判定確認の1件読み込み処理
      * 同一業務日付の最後のエントリ(最新の実行)の判定を採る
      ******************************************************************
       GUARD-READ-RTN.
           READ    FDZZRUN  NEXT RECORD
               AT END
                   MOVE   "Y"   TO   WK-RUNCHK-EOF-FLG
               NOT AT END
                   IF WK-RUN-PGM = WK-STEP-PGM(WK-STEP-I)
                        AND WK-RUN-BUSDATE = WK-EOD-BUSDATE
                       MOVE   WK-RUN-GUARD   TO   WK-GUARD-VERDICT
                   ELSE
                       MOVE   "Y"   TO   WK-RUNCHK-EOF-FLG
                   END-IF
           END-READ
           .
      ******************************************************************
      * 抽出再送・鮮度ガード判定の統合ステータス出力処理
      ******************************************************************
       GUARD-STATUS-RTN.
           IF WK-GUARD-VERDICT = SPACES
               MOVE    "UNKNOWN"   TO   WK-GUARD-VERDICT
           END-IF
           INITIALIZE   FDZZEOD-OUT-REC
           STRING  "     EXTRACT GUARD: "    DELIMITED BY SIZE
                   WK-GUARD-VERDICT          DELIMITED BY SIZE
                   " "                       DELIMITED BY SIZE
                   WK-GUARD-ACTION           DELIMITED BY SIZE
                  INTO FDZZEOD-OUT-REC
           END-STRING
           WRITE   FDZZEOD-OUT-REC

           DISPLAY FUNCTION TRIM(FDZZEOD-OUT-REC)
           .
      ******************************************************************
      * バルク応答突合 起動可否チェック処理
      * 当回の起動で先行ステップを実際に実行した場合、変換JSONは
      * 作り直されておりcurl投入前のため、既存の応答ファイル
           END-IF
           .
      ******************************************************************
      * 購読者別配信 起動可否チェック処理
      * 購読管理ファイルが無い場合は配信対象なしとしてDISABLEDとし、
      * 起動しない(任意ステップのため失敗には数えない)
      ******************************************************************
       DIST-CHECK-RTN.
           OPEN   INPUT  FDZZSUB
           IF WK-SUB-FS = "00"
               CLOSE  FDZZSUB
           ELSE
               MOVE    "Y"          TO   WK-STEP-DISABLED-FLG
               MOVE    "DISABLED"   TO   WK-RESULT-STATUS(WK-STEP-I)
               DISPLAY "SUBSCRIPTION CONTROL FILE NOT AVAILABLE - "
                       "DISTRIBUTION STEP NOT RUN: "
                       WK-STEP-PGM(WK-STEP-I)
           END-IF
           .
      ******************************************************************
      * ステップ起動処理
      * 起動中は子プログラムとのランログ同時オープンを避けるため、
      * 親側のランログを一旦クローズする(CZZ1231と同じ方式)。
