       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         CZZ1249.

      ******************************************************************
      * 他ソース(国別合計)突合 差異レポート作成プログラム
      * WHO状況報告等の独立した国別合計ファイル(ec2_xsrc_totals.csv、
      * "ISOコード|日付|Confirmed|Deaths" 形式。空行・"*"始まりは
      * コメント扱い)を読み込み、当方の同日付の国別合計と
      * ISO国コード単位で突き合わせて差異レポート
      * (ec2_xsrc_variance.txt)を出力する。
      *   ・当方のみ/他ソースのみに存在する国
      *   ・Confirmed/Deaths の差が許容値(パラメタ XSRC-TOLERANCE-PCT
      *     /XSRC-TOLERANCE-ABS)を超える国
      * 当方の国別合計はパラメタ XSRC-BASIS により、日次集計履歴
      * (ec2_history.dat、既定)か CZZ1233 のCountryサマリレポート
      * (ec2_country_summary.txt、当日抽出分)から取得する。
      * 国名はISO国コード変換テーブル(ec2_country_ref.dat)でISO
      * コードへ読み替え、同一コードに複数の国名がある場合は合算する。
      * 引数: 突合日付(省略時は他ソースファイル中の最新日付)
      * ランログには READ=突合した国数、WRITE=レポート出力行数、
      * REJ=差異のあった国数(片側のみを含む)を記録し、CZZ1244の
      * 月次統計で差異率の推移を追えるようにする。
      * 管理部門向けに手作業で行っている照合作業の置き換え
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.

       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.

       SELECT  FDZZXSR  ASSIGN TO "FDZZXSR"                                    "ec2_xsrc_totals.csv"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-XSR-FS.
       SELECT  FDZZREF  ASSIGN TO "FDZZREF"                                    "ec2_country_ref.dat"
               ORGANIZATION       IS   INDEXED
               ACCESS MODE        IS   RANDOM
               RECORD KEY         IS   WK-REF-COUNTRY-NAME
               FILE STATUS        IS   WK-REF-FS.
       SELECT  FDZZHIS  ASSIGN TO "FDZZHIS"                                    "ec2_history.dat"
               ORGANIZATION       IS   INDEXED
               ACCESS MODE        IS   SEQUENTIAL
               RECORD KEY         IS   WK-HIS-KEY
               FILE STATUS        IS   WK-HIS-FS.
       SELECT  FDZZ9C5  ASSIGN TO "FDZZ9C5"                                     "ec2_country_summary.txt"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-SUM-FS.
       SELECT  FDZZXSV  ASSIGN TO "FDZZXSV"                                    "ec2_xsrc_variance.txt"
               ORGANIZATION       IS   LINE SEQUENTIAL.
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
       FD FDZZXSR RECORDING MODE IS V.
          01 FDZZXSR-IN-REC                 PIC X(100).
       FD FDZZREF.
           COPY  CZZREF01.
       FD FDZZHIS.
           COPY  CZZHIS01.
       FD FDZZ9C5 RECORDING MODE IS V.
          01 FDZZ9C5-IN-REC                 PIC X(130).
       FD FDZZXSV RECORDING MODE IS V.
          01 FDZZXSV-OUT-REC                PIC X(150).
       FD FDZZRUN.
           COPY  CZZRUN01.
       FD FDZZPRM RECORDING MODE IS V.
          01 FDZZPRM-REC                    PIC X(80).

      ******************************************************************
       WORKING-STORAGE     SECTION.
      ******************************************************************
       01  WK-AREA.
           03 WK-XSR-EOF-FLG                 PIC X    VALUE "N".
           03 WK-HIS-EOF-FLG                 PIC X    VALUE "N".
           03 WK-SUM-EOF-FLG                 PIC X    VALUE "N".
           03 WK-CNT-FDZZXSR                 PIC 9(6) VALUE 0.
           03 WK-CNT-XSR-SEL                 PIC 9(6) VALUE 0.
           03 WK-CNT-XSR-REJ                 PIC 9(6) VALUE 0.
           03 WK-CNT-XSR-DUP                 PIC 9(6) VALUE 0.
           03 WK-CNT-FDZZHIS                 PIC 9(6) VALUE 0.
           03 WK-CNT-HIS-SEL                 PIC 9(6) VALUE 0.
           03 WK-CNT-FDZZ9C5                 PIC 9(6) VALUE 0.
           03 WK-CNT-FDZZXSV                 PIC 9(6) VALUE 0.

       01  WK-XSR-FS                         PIC X(2) VALUE "00".
       01  WK-REF-FS                         PIC X(2) VALUE "00".
       01  WK-HIS-FS                         PIC X(2) VALUE "00".
       01  WK-SUM-FS                         PIC X(2) VALUE "00".
       01  WK-XSR-AVAILABLE                  PIC X    VALUE "N".
       01  WK-REF-AVAILABLE                  PIC X    VALUE "N".
       01  WK-NUMVAL-RC                      PIC S9(4) COMP.

      *    突合日付(引数。省略時は他ソースファイル中の最新日付)
       01  WK-TARGET-ARG                     PIC X(20) VALUE SPACES.
       01  WK-TARGET-DATE                    PIC X(10) VALUE SPACES.

      *    突合を行えない場合の理由(空白以外はレポートへ理由のみ出力)
       01  WK-SKIP-REASON                    PIC X(60) VALUE SPACES.

      *    他ソースファイル1行分の解釈用
       01  WK-XSR-PARSE-AREA.
           03 WK-XSR-ISO-X                   PIC X(10).
           03 WK-XSR-DATE-X                  PIC X(20).
           03 WK-XSR-CONF-X                  PIC X(15).
           03 WK-XSR-DTH-X                   PIC X(15).
           03 WK-XSR-ISO                     PIC X(3).
           03 WK-XSR-DATE                    PIC X(10).
           03 WK-XSR-OK                      PIC X    VALUE "N".
           03 WK-XSR-PASS                    PIC X    VALUE "1".

      *    ISO国コード単位の突合テーブル
      *    突合結果: O=当方のみ S=他ソースのみ V=許容値超過 M=一致
       01  WK-XSV-COUNT                      PIC 9(4) VALUE 0.
       01  WK-XSV-TABLE.
           03 WK-XSV-ENTRY OCCURS 300 TIMES.
               05 WK-XSV-ISO                  PIC X(3).
               05 WK-XSV-NAME                 PIC X(30).
               05 WK-XSV-OUR-FLG              PIC X(1).
               05 WK-XSV-OUR-CONF             PIC 9(12).
               05 WK-XSV-OUR-DTH              PIC 9(12).
               05 WK-XSV-SEC-FLG              PIC X(1).
               05 WK-XSV-SEC-CONF             PIC 9(12).
               05 WK-XSV-SEC-DTH              PIC 9(12).
               05 WK-XSV-RESULT               PIC X(1).
       01  WK-XSV-I                          PIC 9(4) VALUE 0.

      *    ISO国コードへ読み替えられなかった当方の国
       01  WK-UNM-COUNT                      PIC 9(4) VALUE 0.
       01  WK-UNM-TABLE.
           03 WK-UNM-ENTRY OCCURS 200 TIMES.
               05 WK-UNM-NAME                 PIC X(30).
               05 WK-UNM-CONF                 PIC 9(12).
               05 WK-UNM-DTH                  PIC 9(12).
       01  WK-UNM-I                          PIC 9(4) VALUE 0.

      *    突合テーブルへの計上用
       01  WK-POST-AREA.
           03 WK-POST-ISO                    PIC X(3).
           03 WK-POST-NAME                   PIC X(30).
           03 WK-POST-CONF                   PIC 9(12).
           03 WK-POST-DTH                    PIC 9(12).

      *    件数項目毎の差異判定用
       01  WK-CMP-AREA.
           03 WK-CMP-MEASURE                 PIC X(10).
           03 WK-CMP-OUR                     PIC 9(12).
           03 WK-CMP-SEC                     PIC 9(12).
           03 WK-CMP-DIFF                    PIC S9(12).
           03 WK-CMP-ABS                     PIC 9(12).
           03 WK-CMP-PCT                     PIC S9(7)V99.
           03 WK-CMP-PCT-ABS                 PIC 9(7)V99.
           03 WK-CMP-OVER                    PIC X(1).
           03 WK-CMP-ANY-OVER                PIC X(1).

       01  WK-RESULT-AREA.
           03 WK-CNT-COMPARED                PIC 9(6) VALUE 0.
           03 WK-CNT-MATCH                   PIC 9(6) VALUE 0.
           03 WK-CNT-VAR                     PIC 9(6) VALUE 0.
           03 WK-CNT-OURS-ONLY               PIC 9(6) VALUE 0.
           03 WK-CNT-SEC-ONLY                PIC 9(6) VALUE 0.
           03 WK-CNT-EXCEPTION               PIC 9(6) VALUE 0.
           03 WK-FINAL-RC                    PIC 9(2) VALUE 0.

      *    ソート用
       01  WK-SORT-AREA.
           03 WK-SORT-I                      PIC 9(4) VALUE 0.
           03 WK-SORT-J                      PIC 9(4) VALUE 0.
           03 WK-SORT-LIMIT                  PIC 9(4) VALUE 0.
       01  WK-SORT-HOLD                      PIC X(84).

      *    レポート編集用
       01  WK-RPT-AREA.
           03 WK-RPT-SECTION-CNT             PIC 9(6) VALUE 0.
           03 WK-RPT-OUR-ED                  PIC Z(11)9.
           03 WK-RPT-SEC-ED                  PIC Z(11)9.
           03 WK-RPT-CONF-ED                 PIC Z(11)9.
           03 WK-RPT-DTH-ED                  PIC Z(11)9.
           03 WK-RPT-DIFF-ED                 PIC -(11)9.
           03 WK-RPT-PCT-ED                  PIC -(7)9.99.
           03 WK-RPT-PCT-X                   PIC X(12).
           03 WK-RPT-CNT-ED                  PIC Z(5)9.
           03 WK-RPT-TOL-PCT-ED              PIC ZZ9.
           03 WK-RPT-TOL-ABS-ED              PIC Z(8)9.
           03 WK-RPT-FLAG                    PIC X(10).

      *    Date 正規化用作業域(他ソースの日付・引数の突合日付用)
           COPY  CZZDTN01.

      *    Province合計⇔国レベル行 ロールアップ突合用作業域
      *    (履歴から当方の国別合計を作る際、Province行と国レベル行の
      *     両方を持つ国を二重計上しないようCZZ1233と同じ基準を使う)
           COPY  CZZRUP02.

      *    実行管理(ランログ)記録用作業域
           COPY  CZZRUN02.
       01  WK-RUN-BUSDATE-ENV                PIC X(8)  VALUE SPACES.
       01  WK-RUN-INFILE-ENV                 PIC X(40) VALUE SPACES.

      *    実行時パラメタファイル読み込み用作業域
           COPY  CZZPRM01.

      ******************************************************************
       PROCEDURE           DIVISION.
      ******************************************************************
       MAIN-PROC.
           PERFORM   INIT-RTN.

           PERFORM   XSR-LOAD-RTN.

           PERFORM   OUR-LOAD-RTN.

           PERFORM   COMPARE-RTN.

           PERFORM   SORT-RTN.

           PERFORM   END-RTN.

           STOP RUN
           .
      ******************************************************************
      * イニシャル処理
      ******************************************************************
       INIT-RTN.
           DISPLAY "START: CZZ1249 (CROSS-SOURCE VARIANCE REPORT)"

      *    実行時パラメタの取り込みと有効設定値の表示
           PERFORM   PARM-READ-RTN
           PERFORM   PARM-ECHO-RTN

           ACCEPT WK-TARGET-ARG FROM ARGUMENT-VALUE

      *    実行管理(ランログ)の開始記録
      *    業務日付は環境変数で受け取り、単独実行時はシステム日付を
      *    業務日付とする
           MOVE    "CZZ1249"               TO   WK-RUN-L-PGM
           DISPLAY "CZZ1249_BUSDATE" UPON ENVIRONMENT-NAME
           ACCEPT  WK-RUN-BUSDATE-ENV FROM ENVIRONMENT-VALUE
           IF WK-RUN-BUSDATE-ENV NOT = SPACES
               MOVE   WK-RUN-BUSDATE-ENV   TO   WK-RUN-L-BUSDATE
           END-IF
           MOVE    "ec2_xsrc_totals.csv"   TO   WK-RUN-L-INFILE
           DISPLAY "FDZZXSR" UPON ENVIRONMENT-NAME
           ACCEPT  WK-RUN-INFILE-ENV FROM ENVIRONMENT-VALUE
           IF WK-RUN-INFILE-ENV NOT = SPACES
               MOVE   WK-RUN-INFILE-ENV    TO   WK-RUN-L-INFILE
           END-IF
           PERFORM   RUNLOG-OPEN-RTN
           PERFORM   RUNLOG-START-RTN

      *    引数の突合日付は履歴と同じ YYYY-MM-DD へ正規化する
           IF WK-TARGET-ARG NOT = SPACES
               MOVE    WK-TARGET-ARG   TO   WK-DTN-IN
               PERFORM   DATE-NORMALIZE-RTN
               IF WK-DTN-OK = "Y"
                   MOVE   WK-DTN-OUT(1:10)   TO   WK-TARGET-DATE
               ELSE
                   DISPLAY "*** ABEND: INVALID TARGET DATE: "
                           FUNCTION TRIM(WK-TARGET-ARG) " ***"
                   PERFORM   ABEND-RTN
               END-IF
           END-IF

           OPEN   OUTPUT FDZZXSV

      *    ISO国コード変換テーブル(無い場合は突き合わせられない)
           OPEN   INPUT  FDZZREF
           IF WK-REF-FS = "00"
               MOVE   "Y"   TO   WK-REF-AVAILABLE
           ELSE
               MOVE   "N"   TO   WK-REF-AVAILABLE
               MOVE   "COUNTRY REFERENCE FILE NOT AVAILABLE"   TO
                      WK-SKIP-REASON
           END-IF

      *    他ソースファイル
           IF WK-SKIP-REASON = SPACES
               OPEN   INPUT  FDZZXSR
               IF WK-XSR-FS = "00"
                   MOVE   "Y"   TO   WK-XSR-AVAILABLE
               ELSE
                   MOVE   "N"   TO   WK-XSR-AVAILABLE
                   MOVE   "SECOND SOURCE FILE NOT AVAILABLE"   TO
                          WK-SKIP-REASON
               END-IF
           END-IF
           .
      ******************************************************************
      * 異常終了処理
      ******************************************************************
       ABEND-RTN.
           MOVE    WK-CNT-COMPARED   TO   WK-RUN-L-READ
           MOVE    WK-CNT-FDZZXSV    TO   WK-RUN-L-WRITE
           MOVE    WK-CNT-EXCEPTION  TO   WK-RUN-L-REJ
           MOVE    16                TO   WK-RUN-L-RC
           PERFORM   RUNLOG-END-RTN
           MOVE    16      TO   RETURN-CODE
           DISPLAY "END: CZZ1249 (ABEND)"
           STOP RUN
           .
      ******************************************************************
      * 他ソースファイル取り込み処理
      * 突合日付の指定が無い場合は一度通読して最新日付を求めてから、
      * 突合日付の行のみを突合テーブルへ計上する
      ******************************************************************
       XSR-LOAD-RTN.
           IF WK-SKIP-REASON = SPACES
                AND WK-TARGET-DATE = SPACES
               MOVE   "1"   TO   WK-XSR-PASS
               MOVE   "N"   TO   WK-XSR-EOF-FLG
               PERFORM   XSR-READ-RTN
                         UNTIL WK-XSR-EOF-FLG = "Y"
               CLOSE  FDZZXSR
               OPEN   INPUT  FDZZXSR
               IF WK-TARGET-DATE = SPACES
                   MOVE   "NO VALID ROWS IN SECOND SOURCE FILE"   TO
                          WK-SKIP-REASON
               END-IF
           END-IF

           IF WK-SKIP-REASON = SPACES
               MOVE   "2"   TO   WK-XSR-PASS
               MOVE   "N"   TO   WK-XSR-EOF-FLG
               MOVE   0     TO   WK-CNT-FDZZXSR WK-CNT-XSR-REJ
               PERFORM   XSR-READ-RTN
                         UNTIL WK-XSR-EOF-FLG = "Y"
           END-IF

           IF WK-XSR-AVAILABLE = "Y"
               CLOSE  FDZZXSR
           END-IF
           .
      ******************************************************************
      * 他ソースファイル1件読み込み処理
      * 1回目(WK-XSR-PASS=1)は最新日付の判定のみ、2回目は突合日付の
      * 行を突合テーブルへ計上する
      ******************************************************************
       XSR-READ-RTN.
           READ FDZZXSR
                AT END
                    MOVE   "Y"   TO   WK-XSR-EOF-FLG
                NOT AT END
                    IF FDZZXSR-IN-REC NOT = SPACES
                         AND FDZZXSR-IN-REC(1:1) NOT = "*"
                        ADD       1   TO   WK-CNT-FDZZXSR
                        PERFORM   XSR-PARSE-RTN
                        IF WK-XSR-OK = "Y"
                            IF WK-XSR-PASS = "1"
                                IF WK-XSR-DATE > WK-TARGET-DATE
                                    MOVE  WK-XSR-DATE  TO
                                          WK-TARGET-DATE
                                END-IF
                            ELSE
                                IF WK-XSR-DATE = WK-TARGET-DATE
                                    PERFORM   XSR-POST-RTN
                                END-IF
                            END-IF
                        ELSE
                            ADD   1   TO   WK-CNT-XSR-REJ
                            IF WK-XSR-PASS = "2"
                                DISPLAY "INVALID SECOND SOURCE ROW - "
                                        "SKIPPED: "
                                        FUNCTION TRIM(FDZZXSR-IN-REC)
                            END-IF
                        END-IF
                    END-IF
           END-READ
           .
      ******************************************************************
      * 他ソースファイル1行分の解釈・検証処理
      * ISOコード空欄・日付解釈不能・件数が数値でない行は不正とする
      ******************************************************************
       XSR-PARSE-RTN.
           MOVE    "Y"      TO   WK-XSR-OK
           MOVE    SPACES   TO   WK-XSR-ISO-X WK-XSR-DATE-X
                                 WK-XSR-CONF-X WK-XSR-DTH-X
           UNSTRING  FDZZXSR-IN-REC  DELIMITED BY "|"
                     INTO  WK-XSR-ISO-X
                           WK-XSR-DATE-X
                           WK-XSR-CONF-X
                           WK-XSR-DTH-X

           MOVE    FUNCTION UPPER-CASE(FUNCTION TRIM(WK-XSR-ISO-X))
                                    TO   WK-XSR-ISO
           IF WK-XSR-ISO = SPACES
               MOVE   "N"   TO   WK-XSR-OK
           END-IF

           IF WK-XSR-OK = "Y"
               MOVE    WK-XSR-DATE-X   TO   WK-DTN-IN
               PERFORM   DATE-NORMALIZE-RTN
               IF WK-DTN-OK = "Y"
                   MOVE   WK-DTN-OUT(1:10)   TO   WK-XSR-DATE
               ELSE
                   MOVE   "N"   TO   WK-XSR-OK
               END-IF
           END-IF

           IF WK-XSR-OK = "Y"
               MOVE  FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                     WK-XSR-CONF-X))        TO   WK-NUMVAL-RC
               IF WK-NUMVAL-RC NOT = 0
                   MOVE   "N"   TO   WK-XSR-OK
               END-IF
           END-IF

           IF WK-XSR-OK = "Y"
               MOVE  FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                     WK-XSR-DTH-X))         TO   WK-NUMVAL-RC
               IF WK-NUMVAL-RC NOT = 0
                   MOVE   "N"   TO   WK-XSR-OK
               END-IF
           END-IF
           .
      ******************************************************************
      * 他ソース1行分の突合テーブル計上処理
      * 同一ISOコード・同一日付の行が複数ある場合は後勝ちとする
      ******************************************************************
       XSR-POST-RTN.
           ADD     1              TO   WK-CNT-XSR-SEL
           MOVE    WK-XSR-ISO     TO   WK-POST-ISO
           MOVE    SPACES         TO   WK-POST-NAME
           PERFORM   XSV-FIND-RTN

           IF WK-XSV-I > 0
               IF WK-XSV-SEC-FLG(WK-XSV-I) = "Y"
                   ADD    1   TO   WK-CNT-XSR-DUP
                   DISPLAY "DUPLICATE SECOND SOURCE ROW - LAST WINS: "
                           WK-XSR-ISO " " WK-XSR-DATE
               END-IF
               MOVE   "Y"   TO   WK-XSV-SEC-FLG(WK-XSV-I)
               MOVE   FUNCTION NUMVAL(FUNCTION TRIM(WK-XSR-CONF-X))
                                     TO   WK-XSV-SEC-CONF(WK-XSV-I)
               MOVE   FUNCTION NUMVAL(FUNCTION TRIM(WK-XSR-DTH-X))
                                     TO   WK-XSV-SEC-DTH(WK-XSV-I)
           END-IF
           .
      ******************************************************************
      * 突合テーブル検索・追加処理
      * WK-POST-ISO のエントリ位置を WK-XSV-I に返す。無ければ追加し、
      * テーブル満杯の場合は0を返す
      ******************************************************************
       XSV-FIND-RTN.
           PERFORM  VARYING  WK-XSV-I  FROM  1  BY  1
                    UNTIL  WK-XSV-I  >  WK-XSV-COUNT
                        OR  WK-XSV-ISO(WK-XSV-I) = WK-POST-ISO
               CONTINUE
           END-PERFORM

           IF WK-XSV-I > WK-XSV-COUNT
               IF WK-XSV-COUNT < 300
                   ADD    1              TO   WK-XSV-COUNT
                   MOVE   WK-XSV-COUNT   TO   WK-XSV-I
                   INITIALIZE   WK-XSV-ENTRY(WK-XSV-I)
                   MOVE   WK-POST-ISO    TO   WK-XSV-ISO(WK-XSV-I)
                   MOVE   WK-POST-NAME   TO   WK-XSV-NAME(WK-XSV-I)
                   MOVE   "N"            TO   WK-XSV-OUR-FLG(WK-XSV-I)
                                              WK-XSV-SEC-FLG(WK-XSV-I)
               ELSE
                   DISPLAY "VARIANCE TABLE FULL - SKIPPED: "
                           WK-POST-ISO
                   MOVE   0   TO   WK-XSV-I
               END-IF
           END-IF
           .
      ******************************************************************
      * 当方の国別合計取り込み処理(XSRC-BASIS に従う)
      ******************************************************************
       OUR-LOAD-RTN.
           IF WK-SKIP-REASON = SPACES
               IF WK-PRM-XSRC-BASIS = "SUMMARY"
                   PERFORM   SUM-LOAD-RTN
               ELSE
                   PERFORM   HIS-LOAD-RTN
               END-IF
           END-IF
           .
      ******************************************************************
      * 日次集計履歴からの当方合計取り込み処理
      * 突合日付の行を日付+Country毎に積み上げ、Province行と国レベル
      * 行の両方を持つ国はロールアップ突合の採用基準に従って一方のみ
      * を当方合計とする(サスペンド指定分は国レベル行を採用する)
      ******************************************************************
       HIS-LOAD-RTN.
           OPEN   INPUT  FDZZHIS
           IF WK-HIS-FS NOT = "00"
               MOVE   "HISTORY FILE NOT AVAILABLE"   TO
                      WK-SKIP-REASON
           ELSE
               MOVE   "N"   TO   WK-HIS-EOF-FLG
               PERFORM   HIS-READ-RTN
                         UNTIL WK-HIS-EOF-FLG = "Y"
               CLOSE  FDZZHIS

               PERFORM   ROLLUP-DECIDE-RTN

               PERFORM  VARYING  WK-RUP-I  FROM  1  BY  1
                        UNTIL  WK-RUP-I  >  WK-RUP-COUNT
                   MOVE   WK-RUP-COUNTRY(WK-RUP-I)   TO   WK-POST-NAME
                   IF WK-RUP-BASIS(WK-RUP-I) = "P"
                       MOVE  WK-RUP-PRV-CONFIRMED(WK-RUP-I)  TO
                             WK-POST-CONF
                       MOVE  WK-RUP-PRV-DEATHS(WK-RUP-I)     TO
                             WK-POST-DTH
                   ELSE
                       MOVE  WK-RUP-CTY-CONFIRMED(WK-RUP-I)  TO
                             WK-POST-CONF
                       MOVE  WK-RUP-CTY-DEATHS(WK-RUP-I)     TO
                             WK-POST-DTH
                   END-IF
                   PERFORM   OUR-POST-RTN
               END-PERFORM
           END-IF
           .
      ******************************************************************
      * 日次集計履歴1件読み込み処理
      ******************************************************************
       HIS-READ-RTN.
           READ FDZZHIS
                AT END
                    MOVE   "Y"   TO   WK-HIS-EOF-FLG
                NOT AT END
                    ADD    1     TO   WK-CNT-FDZZHIS
                    IF WK-HIS-DATE = WK-TARGET-DATE
                        ADD    1                TO   WK-CNT-HIS-SEL
                        MOVE   WK-HIS-DATE      TO   WK-RUP-IN-DATE
                        MOVE   WK-HIS-COUNTRY   TO   WK-RUP-IN-COUNTRY
                        IF WK-HIS-PROVINCE = SPACES
                            MOVE   "N"   TO   WK-RUP-IN-PRV-FLG
                        ELSE
                            MOVE   "Y"   TO   WK-RUP-IN-PRV-FLG
                        END-IF
                        MOVE   WK-HIS-CONFIRMED TO   WK-RUP-IN-CONFIRMED
                        MOVE   WK-HIS-DEATHS    TO   WK-RUP-IN-DEATHS
                        MOVE   WK-HIS-RECOVERED TO   WK-RUP-IN-RECOVERED
                        PERFORM   ROLLUP-ADD-RTN
                    END-IF
           END-READ
           .
      ******************************************************************
      * Countryサマリレポートからの当方合計取り込み処理
      * 見出し行とサスペンド一覧行を除き、国名・Confirmed・Deaths の
      * 固定位置を読み取る(サマリは当日抽出分のため日付は照合しない)
      ******************************************************************
       SUM-LOAD-RTN.
           OPEN   INPUT  FDZZ9C5
           IF WK-SUM-FS NOT = "00"
               MOVE   "COUNTRY SUMMARY REPORT NOT AVAILABLE"   TO
                      WK-SKIP-REASON
           ELSE
               MOVE   "N"   TO   WK-SUM-EOF-FLG
               PERFORM   SUM-READ-RTN
                         UNTIL WK-SUM-EOF-FLG = "Y"
               CLOSE  FDZZ9C5
           END-IF
           .
      ******************************************************************
      * Countryサマリレポート1行読み込み処理
      ******************************************************************
       SUM-READ-RTN.
           READ FDZZ9C5
                AT END
                    MOVE   "Y"   TO   WK-SUM-EOF-FLG
                NOT AT END
                    ADD    1     TO   WK-CNT-FDZZ9C5
                    IF WK-CNT-FDZZ9C5 > 1
                         AND FDZZ9C5-IN-REC(1:11) NOT = "SUSPENDED ("
                         AND FDZZ9C5-IN-REC NOT = SPACES
                        MOVE  FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                              FDZZ9C5-IN-REC(33:12)))  TO  WK-NUMVAL-RC
                        IF WK-NUMVAL-RC = 0
                            MOVE  FUNCTION TEST-NUMVAL(FUNCTION TRIM(
                                  FDZZ9C5-IN-REC(47:12)))
                                                     TO  WK-NUMVAL-RC
                        END-IF
                        IF WK-NUMVAL-RC = 0
                            MOVE  FDZZ9C5-IN-REC(1:30) TO WK-POST-NAME
                            MOVE  FUNCTION NUMVAL(FUNCTION TRIM(
                                  FDZZ9C5-IN-REC(33:12)))
                                                     TO  WK-POST-CONF
                            MOVE  FUNCTION NUMVAL(FUNCTION TRIM(
                                  FDZZ9C5-IN-REC(47:12)))
                                                     TO  WK-POST-DTH
                            PERFORM   OUR-POST-RTN
                        ELSE
                            DISPLAY "UNREADABLE SUMMARY LINE - "
                                    "SKIPPED: "
                                    FUNCTION TRIM(FDZZ9C5-IN-REC)
                        END-IF
                    END-IF
           END-READ
           .
      ******************************************************************
      * 当方の国別合計1件の突合テーブル計上処理
      * 国名をISO国コードへ読み替えて加算する。変換テーブルに無い
      * 国は読み替え不能分として別に控える
      ******************************************************************
       OUR-POST-RTN.
           MOVE    SPACES          TO   WK-REF-COUNTRY-NAME
           MOVE    FUNCTION TRIM(WK-POST-NAME)
                                   TO   WK-REF-COUNTRY-NAME
           READ    FDZZREF
                   KEY IS WK-REF-COUNTRY-NAME
               INVALID KEY
                   MOVE   SPACES   TO   WK-POST-ISO
               NOT INVALID KEY
                   MOVE   WK-REF-COUNTRY-CODE   TO   WK-POST-ISO
           END-READ

           IF WK-POST-ISO = SPACES
               IF WK-UNM-COUNT < 200
                   ADD    1              TO   WK-UNM-COUNT
                   MOVE   WK-UNM-COUNT   TO   WK-UNM-I
                   MOVE   WK-POST-NAME   TO   WK-UNM-NAME(WK-UNM-I)
                   MOVE   WK-POST-CONF   TO   WK-UNM-CONF(WK-UNM-I)
                   MOVE   WK-POST-DTH    TO   WK-UNM-DTH(WK-UNM-I)
               ELSE
                   DISPLAY "UNMAPPED COUNTRY TABLE FULL - SKIPPED: "
                           FUNCTION TRIM(WK-POST-NAME)
               END-IF
           ELSE
               PERFORM   XSV-FIND-RTN
               IF WK-XSV-I > 0
                   IF WK-XSV-NAME(WK-XSV-I) = SPACES
                       MOVE  WK-POST-NAME  TO  WK-XSV-NAME(WK-XSV-I)
                   END-IF
                   MOVE   "Y"            TO   WK-XSV-OUR-FLG(WK-XSV-I)
                   ADD    WK-POST-CONF   TO   WK-XSV-OUR-CONF(WK-XSV-I)
                   ADD    WK-POST-DTH    TO   WK-XSV-OUR-DTH(WK-XSV-I)
               END-IF
           END-IF
           .
      ******************************************************************
      * 突合判定処理
      * 片側のみの国と、Confirmed/Deaths のいずれかが許容値を超えて
      * 食い違う国を差異とする
      ******************************************************************
       COMPARE-RTN.
           IF WK-SKIP-REASON = SPACES
               PERFORM  VARYING  WK-XSV-I  FROM  1  BY  1
                        UNTIL  WK-XSV-I  >  WK-XSV-COUNT
                   ADD    1   TO   WK-CNT-COMPARED
                   EVALUATE TRUE
                       WHEN WK-XSV-SEC-FLG(WK-XSV-I) = "N"
                           MOVE  "O"  TO  WK-XSV-RESULT(WK-XSV-I)
                           ADD   1    TO  WK-CNT-OURS-ONLY
                       WHEN WK-XSV-OUR-FLG(WK-XSV-I) = "N"
                           MOVE  "S"  TO  WK-XSV-RESULT(WK-XSV-I)
                           ADD   1    TO  WK-CNT-SEC-ONLY
                       WHEN OTHER
                           MOVE  "N"  TO  WK-CMP-ANY-OVER
                           MOVE  WK-XSV-OUR-CONF(WK-XSV-I)  TO
                                 WK-CMP-OUR
                           MOVE  WK-XSV-SEC-CONF(WK-XSV-I)  TO
                                 WK-CMP-SEC
                           PERFORM   MEASURE-CHECK-RTN
                           MOVE  WK-XSV-OUR-DTH(WK-XSV-I)   TO
                                 WK-CMP-OUR
                           MOVE  WK-XSV-SEC-DTH(WK-XSV-I)   TO
                                 WK-CMP-SEC
                           PERFORM   MEASURE-CHECK-RTN
                           IF WK-CMP-ANY-OVER = "Y"
                               MOVE  "V"  TO  WK-XSV-RESULT(WK-XSV-I)
                               ADD   1    TO  WK-CNT-VAR
                           ELSE
                               MOVE  "M"  TO  WK-XSV-RESULT(WK-XSV-I)
                               ADD   1    TO  WK-CNT-MATCH
                           END-IF
                   END-EVALUATE
               END-PERFORM

      *        ISOコードへ読み替えられなかった国も当方のみとして数える
               ADD    WK-UNM-COUNT   TO   WK-CNT-COMPARED
                                          WK-CNT-OURS-ONLY
           END-IF

           COMPUTE   WK-CNT-EXCEPTION = WK-CNT-VAR + WK-CNT-OURS-ONLY
                                      + WK-CNT-SEC-ONLY
           .
      ******************************************************************
      * 件数項目1つ分の差異判定処理
      * 差(当方-他ソース)の絶対値が XSRC-TOLERANCE-ABS を超え、かつ
      * 他ソース値に対する比率が XSRC-TOLERANCE-PCT% を超える場合に
      * 許容値超過とする(他ソース値が0の場合は絶対値のみで判定)
      ******************************************************************
       MEASURE-CHECK-RTN.
           MOVE    "N"   TO   WK-CMP-OVER
           COMPUTE   WK-CMP-DIFF = WK-CMP-OUR - WK-CMP-SEC
           IF WK-CMP-DIFF < 0
               COMPUTE   WK-CMP-ABS = 0 - WK-CMP-DIFF
           ELSE
               MOVE      WK-CMP-DIFF   TO   WK-CMP-ABS
           END-IF

           MOVE    0     TO   WK-CMP-PCT WK-CMP-PCT-ABS
           IF WK-CMP-SEC > 0
               COMPUTE   WK-CMP-PCT ROUNDED =
                         WK-CMP-DIFF * 100 / WK-CMP-SEC
                   ON SIZE ERROR
                       MOVE   9999999.99   TO   WK-CMP-PCT
               END-COMPUTE
               IF WK-CMP-PCT < 0
                   COMPUTE   WK-CMP-PCT-ABS = 0 - WK-CMP-PCT
               ELSE
                   MOVE      WK-CMP-PCT    TO   WK-CMP-PCT-ABS
               END-IF
           END-IF

           IF WK-CMP-ABS > WK-PRM-XSRC-TOL-ABS
               IF WK-CMP-SEC = 0
                    OR WK-CMP-PCT-ABS > WK-PRM-XSRC-TOL-PCT
                   MOVE   "Y"   TO   WK-CMP-OVER
                   MOVE   "Y"   TO   WK-CMP-ANY-OVER
               END-IF
           END-IF
           .
      ******************************************************************
      * ISO国コード昇順の単純交換ソート
      ******************************************************************
       SORT-RTN.
           IF WK-XSV-COUNT > 1
               PERFORM  VARYING  WK-SORT-I  FROM  1  BY  1
                        UNTIL  WK-SORT-I  >  WK-XSV-COUNT - 1
                   COMPUTE WK-SORT-LIMIT = WK-XSV-COUNT - WK-SORT-I
                   PERFORM  VARYING  WK-SORT-J  FROM  1  BY  1
                            UNTIL  WK-SORT-J  >  WK-SORT-LIMIT
                       IF WK-XSV-ISO(WK-SORT-J) >
                          WK-XSV-ISO(WK-SORT-J + 1)
                           PERFORM   SORT-SWAP-RTN
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF
           .
      ******************************************************************
      * ソート用の隣接エントリ交換処理
      ******************************************************************
       SORT-SWAP-RTN.
           MOVE   WK-XSV-ENTRY(WK-SORT-J)      TO   WK-SORT-HOLD
           MOVE   WK-XSV-ENTRY(WK-SORT-J + 1)  TO
                  WK-XSV-ENTRY(WK-SORT-J)
           MOVE   WK-SORT-HOLD                 TO
                  WK-XSV-ENTRY(WK-SORT-J + 1)
           .
      ******************************************************************
      * 差異レポート出力処理
      ******************************************************************
       REPORT-WRITE-RTN.
           INITIALIZE   FDZZXSV-OUT-REC
           STRING  "--- CROSS-SOURCE VARIANCE REPORT  DATE: "
                                                   DELIMITED BY SIZE
                   WK-TARGET-DATE                  DELIMITED BY SIZE
                   "  OUR BASIS: "                 DELIMITED BY SIZE
                   FUNCTION TRIM(WK-PRM-XSRC-BASIS) DELIMITED BY SIZE
                   "  SECOND SOURCE: "             DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RUN-L-INFILE)  DELIMITED BY SIZE
                   " ---"                          DELIMITED BY SIZE
                  INTO FDZZXSV-OUT-REC
           END-STRING
           PERFORM   XSV-WRITE-RTN

           IF WK-SKIP-REASON NOT = SPACES
               INITIALIZE   FDZZXSV-OUT-REC
               STRING  FUNCTION TRIM(WK-SKIP-REASON) DELIMITED BY SIZE
                       " - COMPARISON NOT PERFORMED"  DELIMITED BY SIZE
                      INTO FDZZXSV-OUT-REC
               END-STRING
               PERFORM   XSV-WRITE-RTN
           ELSE
               PERFORM   REPORT-BODY-RTN
           END-IF
           .
      ******************************************************************
      * 差異レポート本体出力処理
      * 当方のみ・他ソースのみ・許容値超過の順に区分して出力する
      ******************************************************************
       REPORT-BODY-RTN.
           MOVE    WK-PRM-XSRC-TOL-PCT   TO   WK-RPT-TOL-PCT-ED
           MOVE    WK-PRM-XSRC-TOL-ABS   TO   WK-RPT-TOL-ABS-ED
           INITIALIZE   FDZZXSV-OUT-REC
           STRING  "TOLERANCE: DIFFERENCE OVER "   DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-TOL-ABS-ED) DELIMITED BY SIZE
                   " AND OVER "                    DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-TOL-PCT-ED) DELIMITED BY SIZE
                   "% OF SECOND SOURCE"            DELIMITED BY SIZE
                  INTO FDZZXSV-OUT-REC
           END-STRING
           PERFORM   XSV-WRITE-RTN

      *    当方のみに存在する国(ISOコード読み替え不能分を含む)
           MOVE    "** PRESENT IN OUR TOTALS ONLY **"   TO
                   FDZZXSV-OUT-REC
           PERFORM   XSV-WRITE-RTN
           MOVE    0     TO   WK-RPT-SECTION-CNT
           PERFORM  VARYING  WK-XSV-I  FROM  1  BY  1
                    UNTIL  WK-XSV-I  >  WK-XSV-COUNT
               IF WK-XSV-RESULT(WK-XSV-I) = "O"
                   ADD    1   TO   WK-RPT-SECTION-CNT
                   MOVE   WK-XSV-OUR-CONF(WK-XSV-I) TO WK-RPT-CONF-ED
                   MOVE   WK-XSV-OUR-DTH(WK-XSV-I)  TO WK-RPT-DTH-ED
                   INITIALIZE   FDZZXSV-OUT-REC
                   STRING  "ISO: "                  DELIMITED BY SIZE
                           WK-XSV-ISO(WK-XSV-I)     DELIMITED BY SIZE
                           "  COUNTRY: "            DELIMITED BY SIZE
                           WK-XSV-NAME(WK-XSV-I)    DELIMITED BY SIZE
                           "  CONFIRMED: "          DELIMITED BY SIZE
                           WK-RPT-CONF-ED           DELIMITED BY SIZE
                           "  DEATHS: "             DELIMITED BY SIZE
                           WK-RPT-DTH-ED            DELIMITED BY SIZE
                          INTO FDZZXSV-OUT-REC
                   END-STRING
                   PERFORM   XSV-WRITE-RTN
               END-IF
           END-PERFORM
           PERFORM  VARYING  WK-UNM-I  FROM  1  BY  1
                    UNTIL  WK-UNM-I  >  WK-UNM-COUNT
               ADD    1   TO   WK-RPT-SECTION-CNT
               MOVE   WK-UNM-CONF(WK-UNM-I)   TO   WK-RPT-CONF-ED
               MOVE   WK-UNM-DTH(WK-UNM-I)    TO   WK-RPT-DTH-ED
               INITIALIZE   FDZZXSV-OUT-REC
               STRING  "ISO: ???  COUNTRY: "    DELIMITED BY SIZE
                       WK-UNM-NAME(WK-UNM-I)    DELIMITED BY SIZE
                       "  CONFIRMED: "          DELIMITED BY SIZE
                       WK-RPT-CONF-ED           DELIMITED BY SIZE
                       "  DEATHS: "             DELIMITED BY SIZE
                       WK-RPT-DTH-ED            DELIMITED BY SIZE
                       "  (NO ISO CODE)"        DELIMITED BY SIZE
                      INTO FDZZXSV-OUT-REC
               END-STRING
               PERFORM   XSV-WRITE-RTN
           END-PERFORM
           PERFORM   SECTION-NONE-RTN

      *    他ソースのみに存在する国
           MOVE    "** PRESENT IN SECOND SOURCE ONLY **"   TO
                   FDZZXSV-OUT-REC
           PERFORM   XSV-WRITE-RTN
           MOVE    0     TO   WK-RPT-SECTION-CNT
           PERFORM  VARYING  WK-XSV-I  FROM  1  BY  1
                    UNTIL  WK-XSV-I  >  WK-XSV-COUNT
               IF WK-XSV-RESULT(WK-XSV-I) = "S"
                   ADD    1   TO   WK-RPT-SECTION-CNT
                   MOVE   WK-XSV-SEC-CONF(WK-XSV-I) TO WK-RPT-CONF-ED
                   MOVE   WK-XSV-SEC-DTH(WK-XSV-I)  TO WK-RPT-DTH-ED
                   INITIALIZE   FDZZXSV-OUT-REC
                   STRING  "ISO: "                  DELIMITED BY SIZE
                           WK-XSV-ISO(WK-XSV-I)     DELIMITED BY SIZE
                           "  CONFIRMED: "          DELIMITED BY SIZE
                           WK-RPT-CONF-ED           DELIMITED BY SIZE
                           "  DEATHS: "             DELIMITED BY SIZE
                           WK-RPT-DTH-ED            DELIMITED BY SIZE
                          INTO FDZZXSV-OUT-REC
                   END-STRING
                   PERFORM   XSV-WRITE-RTN
               END-IF
           END-PERFORM
           PERFORM   SECTION-NONE-RTN

      *    Confirmed/Deaths が許容値を超えて食い違う国
           MOVE    "** DIFFERENCE BEYOND TOLERANCE **"   TO
                   FDZZXSV-OUT-REC
           PERFORM   XSV-WRITE-RTN
           MOVE    0     TO   WK-RPT-SECTION-CNT
           PERFORM  VARYING  WK-XSV-I  FROM  1  BY  1
                    UNTIL  WK-XSV-I  >  WK-XSV-COUNT
               IF WK-XSV-RESULT(WK-XSV-I) = "V"
                   ADD    1   TO   WK-RPT-SECTION-CNT
                   PERFORM   VARIANCE-LINE-RTN
               END-IF
           END-PERFORM
           PERFORM   SECTION-NONE-RTN

           INITIALIZE   FDZZXSV-OUT-REC
           MOVE    WK-CNT-COMPARED    TO   WK-RPT-CNT-ED
           STRING  "COUNTRIES COMPARED: "          DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-CNT-ED)    DELIMITED BY SIZE
                  INTO FDZZXSV-OUT-REC
           END-STRING
           MOVE    WK-CNT-MATCH       TO   WK-RPT-CNT-ED
           STRING  FUNCTION TRIM(FDZZXSV-OUT-REC)  DELIMITED BY SIZE
                   "  WITHIN TOLERANCE: "          DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-CNT-ED)    DELIMITED BY SIZE
                  INTO FDZZXSV-OUT-REC
           END-STRING
           MOVE    WK-CNT-VAR         TO   WK-RPT-CNT-ED
           STRING  FUNCTION TRIM(FDZZXSV-OUT-REC)  DELIMITED BY SIZE
                   "  BEYOND TOLERANCE: "          DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-CNT-ED)    DELIMITED BY SIZE
                  INTO FDZZXSV-OUT-REC
           END-STRING
           MOVE    WK-CNT-OURS-ONLY   TO   WK-RPT-CNT-ED
           STRING  FUNCTION TRIM(FDZZXSV-OUT-REC)  DELIMITED BY SIZE
                   "  OURS ONLY: "                 DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-CNT-ED)    DELIMITED BY SIZE
                  INTO FDZZXSV-OUT-REC
           END-STRING
           MOVE    WK-CNT-SEC-ONLY    TO   WK-RPT-CNT-ED
           STRING  FUNCTION TRIM(FDZZXSV-OUT-REC)  DELIMITED BY SIZE
                   "  SECOND SOURCE ONLY: "        DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RPT-CNT-ED)    DELIMITED BY SIZE
                  INTO FDZZXSV-OUT-REC
           END-STRING
           PERFORM   XSV-WRITE-RTN
           .
      ******************************************************************
      * 許容値超過国の出力処理(WK-XSV-I のエントリ)
      * 国の行に続けて Confirmed/Deaths の当方・他ソース・差・比率を
      * 出力し、許容値を超えた項目に "OVER" を付す
      ******************************************************************
       VARIANCE-LINE-RTN.
           INITIALIZE   FDZZXSV-OUT-REC
           STRING  "ISO: "                  DELIMITED BY SIZE
                   WK-XSV-ISO(WK-XSV-I)     DELIMITED BY SIZE
                   "  COUNTRY: "            DELIMITED BY SIZE
                   FUNCTION TRIM(WK-XSV-NAME(WK-XSV-I))
                                            DELIMITED BY SIZE
                  INTO FDZZXSV-OUT-REC
           END-STRING
           PERFORM   XSV-WRITE-RTN

           MOVE    "CONFIRMED"                 TO   WK-CMP-MEASURE
           MOVE    WK-XSV-OUR-CONF(WK-XSV-I)   TO   WK-CMP-OUR
           MOVE    WK-XSV-SEC-CONF(WK-XSV-I)   TO   WK-CMP-SEC
           PERFORM   MEASURE-LINE-RTN
           MOVE    "DEATHS"                    TO   WK-CMP-MEASURE
           MOVE    WK-XSV-OUR-DTH(WK-XSV-I)    TO   WK-CMP-OUR
           MOVE    WK-XSV-SEC-DTH(WK-XSV-I)    TO   WK-CMP-SEC
           PERFORM   MEASURE-LINE-RTN
           .
      ******************************************************************
      * 件数項目1つ分の差異明細出力処理
      ******************************************************************
       MEASURE-LINE-RTN.
           PERFORM   MEASURE-CHECK-RTN

           IF WK-CMP-SEC = 0
               MOVE    "N/A"   TO   WK-RPT-PCT-X
           ELSE
               MOVE    WK-CMP-PCT      TO   WK-RPT-PCT-ED
               MOVE    SPACES          TO   WK-RPT-PCT-X
               STRING  FUNCTION TRIM(WK-RPT-PCT-ED) DELIMITED BY SIZE
                       "%"                          DELIMITED BY SIZE
                      INTO WK-RPT-PCT-X
               END-STRING
           END-IF

           IF WK-CMP-OVER = "Y"
               MOVE    "  OVER"   TO   WK-RPT-FLAG
           ELSE
               MOVE    SPACES     TO   WK-RPT-FLAG
           END-IF

           MOVE    WK-CMP-OUR    TO   WK-RPT-OUR-ED
           MOVE    WK-CMP-SEC    TO   WK-RPT-SEC-ED
           MOVE    WK-CMP-DIFF   TO   WK-RPT-DIFF-ED
           INITIALIZE   FDZZXSV-OUT-REC
           STRING  "    "                          DELIMITED BY SIZE
                   WK-CMP-MEASURE                  DELIMITED BY SIZE
                   " OURS: "                       DELIMITED BY SIZE
                   WK-RPT-OUR-ED                   DELIMITED BY SIZE
                   "  SECOND: "                    DELIMITED BY SIZE
                   WK-RPT-SEC-ED                   DELIMITED BY SIZE
                   "  DIFF: "                      DELIMITED BY SIZE
                   WK-RPT-DIFF-ED                  DELIMITED BY SIZE
                   "  PCT: "                       DELIMITED BY SIZE
                   WK-RPT-PCT-X                    DELIMITED BY SIZE
                   WK-RPT-FLAG                     DELIMITED BY SIZE
                  INTO FDZZXSV-OUT-REC
           END-STRING
           PERFORM   XSV-WRITE-RTN
           .
      ******************************************************************
      * 該当なし表示処理(区分内の出力が0件の場合)
      ******************************************************************
       SECTION-NONE-RTN.
           IF WK-RPT-SECTION-CNT = 0
               MOVE    "NONE"   TO   FDZZXSV-OUT-REC
               PERFORM   XSV-WRITE-RTN
           END-IF
           .
      ******************************************************************
      * 差異レポート1行書き出し処理
      ******************************************************************
       XSV-WRITE-RTN.
           WRITE   FDZZXSV-OUT-REC
           ADD     1   TO   WK-CNT-FDZZXSV
           .
      ******************************************************************
      * 終了処理
      * 突合できなかった場合はRC=8、差異があった場合はRC=4とする
      ******************************************************************
       END-RTN.
           PERFORM   REPORT-WRITE-RTN

           CLOSE   FDZZXSV
           IF WK-REF-AVAILABLE = "Y"
               CLOSE   FDZZREF
           END-IF

           DISPLAY "FDZZXSR: "  WK-CNT-FDZZXSR "件(読込)"
           DISPLAY "SECOND SOURCE ROWS FOR DATE: " WK-CNT-XSR-SEL "件"
                   " (INVALID: " WK-CNT-XSR-REJ
                   " DUPLICATE: " WK-CNT-XSR-DUP ")"
           IF WK-PRM-XSRC-BASIS = "SUMMARY"
               DISPLAY "FDZZ9C5: "  WK-CNT-FDZZ9C5 "件(読込)"
           ELSE
               DISPLAY "FDZZHIS: "  WK-CNT-FDZZHIS "件(読込)"
                       " (DATE " WK-TARGET-DATE ": " WK-CNT-HIS-SEL ")"
           END-IF
           DISPLAY "COUNTRIES COMPARED : " WK-CNT-COMPARED
           DISPLAY "WITHIN TOLERANCE   : " WK-CNT-MATCH
           DISPLAY "BEYOND TOLERANCE   : " WK-CNT-VAR
           DISPLAY "OUR TOTALS ONLY    : " WK-CNT-OURS-ONLY
                   " (NO ISO CODE: " WK-UNM-COUNT ")"
           DISPLAY "SECOND SOURCE ONLY : " WK-CNT-SEC-ONLY
           DISPLAY "FDZZXSV: "  WK-CNT-FDZZXSV "件(出力)"

           EVALUATE TRUE
               WHEN WK-SKIP-REASON NOT = SPACES
                   DISPLAY FUNCTION TRIM(WK-SKIP-REASON)
                           " - COMPARISON NOT PERFORMED"
                   MOVE   8   TO   WK-FINAL-RC
               WHEN WK-CNT-EXCEPTION > 0
                   MOVE   4   TO   WK-FINAL-RC
               WHEN OTHER
                   MOVE   0   TO   WK-FINAL-RC
           END-EVALUATE

           MOVE    WK-CNT-COMPARED    TO   WK-RUN-L-READ
           MOVE    WK-CNT-FDZZXSV     TO   WK-RUN-L-WRITE
           MOVE    WK-CNT-EXCEPTION   TO   WK-RUN-L-REJ
           MOVE    WK-FINAL-RC        TO   WK-RUN-L-RC
           PERFORM   RUNLOG-END-RTN

           MOVE    WK-FINAL-RC    TO RETURN-CODE
           DISPLAY "END: CZZ1249"
           .
      *    Date 正規化処理(CZZ1230と共通)
           COPY  CZZDTN02.
      *    Province合計⇔国レベル行 ロールアップ突合処理(CZZ1230と共通)
           COPY  CZZRUP03.
      *    実行管理(ランログ)記録処理(CZZ1230/1231/1232/1233と共通)
           COPY  CZZRUN03.
      *    実行時パラメタ読み込み処理(CZZ1230/1231/1232/1233と共通)
           COPY  CZZPRM02.
