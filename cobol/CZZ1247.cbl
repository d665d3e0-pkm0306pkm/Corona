       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         CZZ1247.

      ******************************************************************
      * 国名エイリアス(正規国名変換)テーブル ロードユーティリティ
      * ec2_country_alias.csv (上流の国名|正規国名) を読み込み、
      * CZZ1230 等が前日集計・履歴・重複検出・Countryサマリに使う前に
      * 入力国名を正規国名へ読み替えるキー付きテーブル
      * (ec2_country_alias.dat)を作成する。
      * 上流の国名改称("Mainland China"⇒"China" 等)で同じ国が
      * 別キーになり、デルタが累計全量になるのを防ぐ。
      * 国名空欄・正規国名空欄・両者同一の行は登録せずスキップする。
      * 正規国名が別の行の上流国名になっている(連鎖する)行は、
      * 1回の読み替えで正規国名に到達しないため登録せず警告(RC=4)
      * とする。件数0件(エイリアスなし)も有効なテーブルとして作成する
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT  FDZZAIN  ASSIGN TO "FDZZAIN"                                    "ec2_country_alias.csv"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-AIN-FS.
       SELECT  FDZZALS  ASSIGN TO "FDZZALS"                                    "ec2_country_alias.dat"
               ORGANIZATION       IS   INDEXED
               ACCESS MODE        IS   DYNAMIC
               RECORD KEY         IS   WK-ALS-RAW-NAME
               FILE STATUS        IS   WK-ALS-FS.
       SELECT  FDZZRUN  ASSIGN TO "FDZZRUN"                                    "ec2_runlog.dat"
               ORGANIZATION       IS   INDEXED
               ACCESS MODE        IS   DYNAMIC
               RECORD KEY         IS   WK-RUN-KEY
               FILE STATUS        IS   WK-RUN-FS.
       SELECT  FDZZPRM  ASSIGN TO "FDZZPRM"                                    "ec2_runtime_parms.txt"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-PRM-FS.

      ******************************************************************
       DATA                DIVISION.
       FILE                SECTION.
       FD FDZZAIN RECORDING MODE IS V.
          01 FDZZAIN-IN-REC                 PIC X(80).
       FD FDZZALS.
           COPY  CZZALS01.
       FD FDZZRUN.
           COPY  CZZRUN01.
       FD FDZZPRM RECORDING MODE IS V.
          01 FDZZPRM-REC                    PIC X(80).

      ******************************************************************
       WORKING-STORAGE     SECTION.
      ******************************************************************
       01  WK-AREA.
           03 WK-IN-EOF-FLG                  PIC 9(1) VALUE 0.
           03 WK-CNT-FDZZAIN                 PIC 9(6) VALUE 0.
           03 WK-CNT-FDZZALS                 PIC 9(6) VALUE 0.
           03 WK-CNT-ALSERR                  PIC 9(6) VALUE 0.
           03 WK-CNT-CHAIN                   PIC 9(6) VALUE 0.

       01  WK-ALS-FS                         PIC X(2) VALUE "00".
       01  WK-AIN-FS                         PIC X(2) VALUE "00".

      *    行分解・検証用
       01  WK-ROW-AREA.
           03 WK-ROW-RAW                     PIC X(30).
           03 WK-ROW-CANON                   PIC X(30).
           03 WK-ROW-OK-FLG                  PIC X     VALUE "N".
           03 WK-ROW-CHAIN-FLG               PIC X     VALUE "N".

      *    連鎖チェック用の上流国名一覧(事前読み込み)
       01  WK-PRE-AREA.
           03 WK-PRE-EOF-FLG                 PIC X    VALUE "N".
           03 WK-PRE-COUNT                   PIC 9(4) VALUE 0.
       01  WK-PRE-TABLE.
           03 WK-PRE-RAW-NAME OCCURS 1000 TIMES
                                             PIC X(30).
       01  WK-PRE-I                          PIC 9(4) VALUE 0.

       01  WK-FINAL-RC                       PIC 9(2)  VALUE 0.

      *    実行管理(ランログ)記録用作業域
           COPY  CZZRUN02.

      *    実行時パラメタファイル読み込み用作業域
           COPY  CZZPRM01.

      ******************************************************************
       PROCEDURE           DIVISION.
      ******************************************************************
       MAIN-PROC.
           PERFORM   INIT-RTN.

           PERFORM   MAIN-RTN UNTIL  WK-IN-EOF-FLG = 1.

           PERFORM   END-RTN.

           STOP RUN
           .
      ******************************************************************
      * イニシャル処理
      ******************************************************************
       INIT-RTN.
           DISPLAY "START: CZZ1247 (COUNTRY ALIAS LOADER)"

      *    実行時パラメタの取り込みと有効設定値の表示
           PERFORM   PARM-READ-RTN
           PERFORM   PARM-ECHO-RTN

      *    実行管理(ランログ)の開始記録
           MOVE    "CZZ1247"                TO   WK-RUN-L-PGM
           MOVE    "ec2_country_alias.csv"  TO   WK-RUN-L-INFILE
           PERFORM   RUNLOG-OPEN-RTN
           PERFORM   RUNLOG-START-RTN

      *    連鎖チェックのため、作成前に上流国名を一通り控える
      *    (CSVが読めない場合は既存テーブルを壊さないよう作成前に
      *     異常終了する)
           PERFORM   PRELOAD-RTN
           OPEN   INPUT  FDZZAIN
           OPEN   OUTPUT FDZZALS
           IF WK-ALS-FS NOT = "00"
               DISPLAY "*** ABEND: ALIAS TABLE OPEN ERROR: "
                       WK-ALS-FS " ***"
               CLOSE   FDZZAIN
               PERFORM   ABEND-RTN
           END-IF

           PERFORM   FDZZAIN-READ-RTN
           .
      ******************************************************************
      * 異常終了処理
      ******************************************************************
       ABEND-RTN.
           MOVE    WK-CNT-FDZZAIN   TO   WK-RUN-L-READ
           MOVE    WK-CNT-FDZZALS   TO   WK-RUN-L-WRITE
           MOVE    WK-CNT-ALSERR    TO   WK-RUN-L-REJ
           MOVE    16               TO   WK-RUN-L-RC
           PERFORM   RUNLOG-END-RTN
           MOVE    16      TO   RETURN-CODE
           DISPLAY "END: CZZ1247 (ABEND)"
           STOP RUN
           .
      ******************************************************************
      * 行分解・検証処理
      * 上流国名・正規国名ともにあり、かつ両者が異なる行のみを
      * 適正とみなす("*"で始まる行はコメント)
      ******************************************************************
       ROW-VALIDATE-RTN.
           MOVE      SPACES   TO   WK-ROW-RAW WK-ROW-CANON
           MOVE      "N"      TO   WK-ROW-OK-FLG
           IF FDZZAIN-IN-REC(1:1) NOT = "*"
               UNSTRING  FDZZAIN-IN-REC  DELIMITED BY "|"
                         INTO  WK-ROW-RAW  WK-ROW-CANON
               MOVE  FUNCTION TRIM(WK-ROW-RAW)     TO   WK-ROW-RAW
               MOVE  FUNCTION TRIM(WK-ROW-CANON)   TO   WK-ROW-CANON

               IF WK-ROW-RAW NOT = SPACES
                    AND WK-ROW-CANON NOT = SPACES
                    AND WK-ROW-RAW NOT = WK-ROW-CANON
                   MOVE   "Y"   TO   WK-ROW-OK-FLG
               END-IF
           END-IF
           .
      ******************************************************************
      * 上流国名 事前読み込み処理
      ******************************************************************
       PRELOAD-RTN.
           MOVE    0     TO   WK-PRE-COUNT
           MOVE    "N"   TO   WK-PRE-EOF-FLG
           OPEN    INPUT FDZZAIN
           IF WK-AIN-FS NOT = "00"
               DISPLAY "*** ABEND: SOURCE CSV NOT AVAILABLE ***"
               DISPLAY "EXISTING TABLE LEFT UNTOUCHED"
               PERFORM   ABEND-RTN
           END-IF

           PERFORM   PRELOAD-READ-RTN
                     UNTIL WK-PRE-EOF-FLG = "Y"
           CLOSE   FDZZAIN
           .
      ******************************************************************
      * 上流国名 事前読み込みの1件読み込み処理
      ******************************************************************
       PRELOAD-READ-RTN.
           READ FDZZAIN
                AT END
                    MOVE   "Y"   TO   WK-PRE-EOF-FLG
                NOT AT END
                    PERFORM   ROW-VALIDATE-RTN
                    IF WK-ROW-OK-FLG = "Y"
                        IF WK-PRE-COUNT >= 1000
                            DISPLAY "*** ABEND: ALIAS CSV EXCEEDS "
                                    "1000 ROWS ***"
                            DISPLAY "EXISTING TABLE LEFT UNTOUCHED"
                            PERFORM   ABEND-RTN
                        END-IF
                        ADD    1   TO   WK-PRE-COUNT
                        MOVE   WK-ROW-RAW   TO
                               WK-PRE-RAW-NAME(WK-PRE-COUNT)
                    END-IF
           END-READ
           .
      ******************************************************************
      * 変換元CSV読み込み処理
      ******************************************************************
       FDZZAIN-READ-RTN.
           READ FDZZAIN
                AT END
                    MOVE   1     TO WK-IN-EOF-FLG
                NOT AT END
                    ADD    1     TO      WK-CNT-FDZZAIN
           END-READ
           .
      ******************************************************************
      * メイン処理
      ******************************************************************
       MAIN-RTN.
           PERFORM   ALIAS-WRITE-RTN.

           PERFORM   FDZZAIN-READ-RTN.
           .
      ******************************************************************
      * エイリアステーブル書き出し処理
      * 不適正な行・連鎖する行は登録せずスキップする
      ******************************************************************
       ALIAS-WRITE-RTN.
           PERFORM   ROW-VALIDATE-RTN

           IF WK-ROW-OK-FLG = "Y"
               MOVE   "N"   TO   WK-ROW-CHAIN-FLG
               PERFORM  VARYING  WK-PRE-I  FROM  1  BY  1
                        UNTIL  WK-PRE-I  >  WK-PRE-COUNT
                            OR  WK-ROW-CHAIN-FLG = "Y"
                   IF WK-PRE-RAW-NAME(WK-PRE-I) = WK-ROW-CANON
                       MOVE   "Y"   TO   WK-ROW-CHAIN-FLG
                   END-IF
               END-PERFORM
           END-IF

           EVALUATE TRUE
               WHEN FDZZAIN-IN-REC = SPACES
                OR  FDZZAIN-IN-REC(1:1) = "*"
                   CONTINUE
               WHEN WK-ROW-OK-FLG = "N"
                   ADD    1     TO      WK-CNT-ALSERR
                   DISPLAY "INVALID ALIAS ROW SKIPPED: "
                           FUNCTION TRIM(FDZZAIN-IN-REC)
               WHEN WK-ROW-CHAIN-FLG = "Y"
                   ADD    1     TO      WK-CNT-ALSERR
                   ADD    1     TO      WK-CNT-CHAIN
                   DISPLAY "CHAINED ALIAS ROW SKIPPED (CANONICAL NAME "
                           "IS ITSELF AN ALIAS): "
                           FUNCTION TRIM(FDZZAIN-IN-REC)
               WHEN OTHER
                   MOVE      SPACES         TO   FDZZALS-REC
                   MOVE      WK-ROW-RAW     TO   WK-ALS-RAW-NAME
                   MOVE      WK-ROW-CANON   TO   WK-ALS-CANON-NAME
                   WRITE     FDZZALS-REC
                       INVALID KEY
                           ADD    1     TO      WK-CNT-ALSERR
                           DISPLAY "DUPLICATE ALIAS NAME SKIPPED: "
                                   FUNCTION TRIM(WK-ALS-RAW-NAME)
                       NOT INVALID KEY
                           ADD    1     TO      WK-CNT-FDZZALS
                   END-WRITE
           END-EVALUATE
           .
      ******************************************************************
      * 終了処理
      ******************************************************************
       END-RTN.
           CLOSE   FDZZAIN FDZZALS

           DISPLAY "FDZZAIN: "  WK-CNT-FDZZAIN "件(読込)"
           DISPLAY "FDZZALS: "  WK-CNT-FDZZALS "件(登録)"
           DISPLAY "INVALID ROWS SKIPPED: " WK-CNT-ALSERR "件"
           DISPLAY "  (CHAINED ALIASES  : " WK-CNT-CHAIN "件)"

      *    スキップ行があった場合は保守ファイルの見直しを促す警告終了
           IF WK-CNT-ALSERR > 0
               MOVE   4   TO   WK-FINAL-RC
           ELSE
               MOVE   0   TO   WK-FINAL-RC
           END-IF

           MOVE    WK-CNT-FDZZAIN   TO   WK-RUN-L-READ
           MOVE    WK-CNT-FDZZALS   TO   WK-RUN-L-WRITE
           MOVE    WK-CNT-ALSERR    TO   WK-RUN-L-REJ
           MOVE    WK-FINAL-RC      TO   WK-RUN-L-RC
           PERFORM   RUNLOG-END-RTN

           MOVE    WK-FINAL-RC    TO RETURN-CODE
           DISPLAY "END: CZZ1247"
           .
      *    実行管理(ランログ)記録処理(CZZ1230/1231/1232/1233と共通)
           COPY  CZZRUN03.
      *    実行時パラメタ読み込み処理(CZZ1230/1231/1232/1233と共通)
           COPY  CZZPRM02.
