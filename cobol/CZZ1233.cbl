      * Country単位の集計サマリレポート作成
      * ec2_datarow.csv を読み込み、Province単位の明細をCountry単位に
      * 積み上げて、Confirmed降順でソートした固定長レポートを出力する。
      * Province行と国レベル行(Province空欄)の両方を持つ国は二重計上
      * しないよう、日付毎にどちらか一方(ROLLUP-ACTION に従う)を
      * 採用し、採用した基準をレポートのBASIS列に表示する。
      * CZZ1230 が出力する ec2_dataconv.json とは別に、Elasticsearch
      * の索引更新を待たずに配布できる当日サマリを作る
      ******************************************************************
       SELECT  FDZZPRM  ASSIGN TO "FDZZPRM"                                    "ec2_runtime_parms.txt"
               ORGANIZATION       IS   LINE SEQUENTIAL
               FILE STATUS        IS   WK-PRM-FS.
       SELECT  FDZZALS  ASSIGN TO "FDZZALS"                                    "ec2_country_alias.dat"
               ORGANIZATION       IS   INDEXED
               ACCESS MODE        IS   RANDOM
               RECORD KEY         IS   WK-ALS-RAW-NAME
               FILE STATUS        IS   WK-ALS-FS.

      ******************************************************************
       DATA                DIVISION.
       FD FDZZ9C0 RECORDING MODE IS V.
          01 FDZZ9C0-IN-REC                 PIC X(200).
       FD FDZZ9C5 RECORDING MODE IS V.
          01 FDZZ9C5-OUT-REC                PIC X(130).
       FD FDZZPOP.
           COPY  CZZPOP01.
       FD FDZZRUN.
           COPY  CZZRUN01.
       FD FDZZPRM RECORDING MODE IS V.
          01 FDZZPRM-REC                    PIC X(80).
       FD FDZZALS.
           COPY  CZZALS01.

      ******************************************************************
       WORKING-STORAGE     SECTION.
               05 WK-CTRY-CONFIRMED            PIC 9(12).
               05 WK-CTRY-DEATHS               PIC 9(12).
               05 WK-CTRY-RECOVERED            PIC 9(12).
               05 WK-CTRY-BASIS                PIC X(12).
       01  WK-CTRY-IN-BASIS                  PIC X(12) VALUE SPACES.

       01  WK-SORT-AREA.
           03 WK-SORT-I                      PIC 9(4) VALUE 0.
           03 WK-SORT-HOLD-CONFIRMED          PIC 9(12).
           03 WK-SORT-HOLD-DEATHS             PIC 9(12).
           03 WK-SORT-HOLD-RECOVERED          PIC 9(12).
           03 WK-SORT-HOLD-BASIS              PIC X(12).

       01  WK-RPT-CONFIRMED-ED                PIC Z(11)9.
       01  WK-RPT-DEATHS-ED                   PIC Z(11)9.
           "  INCID/100K".
       01  WK-RPT-HDR-DEATHRT                  PIC X(12) VALUE
           "  DEATH/100K".
       01  WK-RPT-HDR-BASIS                    PIC X(12) VALUE
           "BASIS".

      *    CSVヘッダ検証/デクォート用作業域(CZZ1230と共通)
           COPY  CZZHDR01.
      *    Action列の値(update/delete)の大文字化作業域
       01  WK-ACTION-NORM                     PIC X(10) VALUE SPACES.

      *    国名エイリアス(正規国名変換)用作業域
      *    CZZ1230 の前日集計・履歴と同じ正規国名で積み上げる
           COPY  CZZALS02.

      *    Date 正規化用作業域(ロールアップ突合の日付キー用)
           COPY  CZZDTN01.

      *    Province合計⇔国レベル行 ロールアップ突合用作業域
      *    (CZZ1230と共通。日付+Country毎にどちらを採用するか決める)
           COPY  CZZRUP02.
       01  WK-CNT-RUP-SUSP                   PIC 9(6) VALUE 0.
       01  WK-CNT-RUP-NOCHK                  PIC 9(6) VALUE 0.
       01  WK-RPT-SUS-LINE                   PIC X(80) VALUE SPACES.

      *    実行管理(ランログ)記録用作業域
           COPY  CZZRUN02.
       01  WK-RUN-BUSDATE-ENV                PIC X(8)  VALUE SPACES.

           PERFORM   MAIN-RTN UNTIL  WK-IN-EOF-FLG = 1.

           PERFORM   ROLLUP-DECIDE-RTN.

           PERFORM   ROLLUP-APPLY-RTN.

           PERFORM   SORT-RTN.

           PERFORM   END-RTN.
                       "PER-100K RATES WILL BE N/A"
           END-IF

      *    国名エイリアステーブル(無い場合は読み替えなしで継続)
           PERFORM   ALIAS-OPEN-RTN

      *    ヘッダを読み飛ばす(前にレイアウトを検証する)
           READ FDZZ9C0
               AT END
           MOVE    16               TO   WK-RUN-L-RC
           PERFORM   RUNLOG-END-RTN
           CLOSE   FDZZ9C0 FDZZ9C5 FDZZPOP
           IF WK-ALS-AVAILABLE = "Y"
               CLOSE   FDZZALS
           END-IF
           MOVE    16      TO   RETURN-CODE
           DISPLAY "END: CZZ1233 (ABEND)"
           STOP RUN
                       = "TRAILER"
               ADD       1   TO   WK-CNT-TRLSKIP
           ELSE
               MOVE      WK-IN-COUNTRY   TO   WK-ALS-NAME
               PERFORM   ALIAS-RESOLVE-RTN
               IF WK-ALS-HIT-FLG = "Y"
                   MOVE      WK-ALS-NAME     TO   WK-IN-COUNTRY
                   PERFORM   ALIAS-HIT-RTN
               END-IF
               PERFORM   COUNTRY-ACCUM-RTN
           END-IF

           .
      ******************************************************************
      * Country単位の積み上げ処理
      * 有効な明細を日付+Country毎のロールアップ突合テーブルへ積み上げる
      ******************************************************************
       COUNTRY-ACCUM-RTN.
           MOVE    SPACES              TO   WK-ACTION-NORM
      *    update行は訂正後の最新件数を表すため通常行と同様に合算し、
      *    delete行のみ件数を持たないため積み上げ対象から除外する
      *    (除外した件数はWK-CNT-ACTSKIPで可視化する)
      *    合算はまず日付+Country毎のロールアップ突合テーブルへ
      *    Province行・国レベル行を分けて積み上げ、全件読込後に
      *    採用基準を決めてからCountry単位へ集約する
           IF WK-CTRY-VALID-FLG = "Y"
               IF WK-ACTION-NORM = "DELETE"
                   ADD     1   TO   WK-CNT-ACTSKIP
               ELSE
                   MOVE    WK-IN-DATE   TO   WK-DTN-IN
                   PERFORM   DATE-NORMALIZE-RTN
                   IF WK-DTN-OK = "Y"
                       MOVE   WK-DTN-OUT(1:10)   TO   WK-RUP-IN-DATE
                   ELSE
                       MOVE   WK-IN-DATE(1:10)   TO   WK-RUP-IN-DATE
                   END-IF
                   MOVE    FUNCTION TRIM(WK-IN-COUNTRY)
                                             TO   WK-RUP-IN-COUNTRY
                   IF FUNCTION TRIM(WK-IN-PROVINCE) = SPACES
                       MOVE   "N"   TO   WK-RUP-IN-PRV-FLG
                   ELSE
                       MOVE   "Y"   TO   WK-RUP-IN-PRV-FLG
                   END-IF
                   MOVE    FUNCTION NUMVAL(FUNCTION TRIM(
                           WK-IN-CONFIRMED))  TO   WK-RUP-IN-CONFIRMED
                   MOVE    FUNCTION NUMVAL(FUNCTION TRIM(
                           WK-IN-DEATHS))     TO   WK-RUP-IN-DEATHS
                   MOVE    FUNCTION NUMVAL(FUNCTION TRIM(
                           WK-IN-RECOVERED))  TO   WK-RUP-IN-RECOVERED
                   PERFORM   ROLLUP-ADD-RTN

      *            突合テーブルが満杯の場合は突合せずにそのまま合算する
                   IF WK-RUP-I = 0
                       ADD     1   TO   WK-CNT-RUP-NOCHK
                       MOVE    "NOT CHECKED"   TO   WK-CTRY-IN-BASIS
                       PERFORM   COUNTRY-POST-RTN
                   END-IF
               END-IF
           END-IF
           .
      ******************************************************************
      * ロールアップ突合結果のCountry単位への集約処理
      * 日付+Country毎に採用基準(国レベル行/Province合計)の件数を
      * Country単位へ合算する。サスペンド指定の国は集計対象外とし、
      * レポート末尾に一覧を出力する
      ******************************************************************
       ROLLUP-APPLY-RTN.
           PERFORM  VARYING  WK-RUP-I  FROM  1  BY  1
                    UNTIL  WK-RUP-I  >  WK-RUP-COUNT
               MOVE    WK-RUP-COUNTRY(WK-RUP-I)  TO  WK-RUP-IN-COUNTRY
               EVALUATE WK-RUP-BASIS(WK-RUP-I)
                   WHEN "S"
                       ADD    1   TO   WK-CNT-RUP-SUSP
                   WHEN "P"
                       MOVE   "PROVINCE SUM"   TO   WK-CTRY-IN-BASIS
                       MOVE   WK-RUP-PRV-CONFIRMED(WK-RUP-I)  TO
                              WK-RUP-IN-CONFIRMED
                       MOVE   WK-RUP-PRV-DEATHS(WK-RUP-I)     TO
                              WK-RUP-IN-DEATHS
                       MOVE   WK-RUP-PRV-RECOVERED(WK-RUP-I)  TO
                              WK-RUP-IN-RECOVERED
                       PERFORM   COUNTRY-POST-RTN
                   WHEN OTHER
                       MOVE   "COUNTRY ROW"    TO   WK-CTRY-IN-BASIS
                       MOVE   WK-RUP-CTY-CONFIRMED(WK-RUP-I)  TO
                              WK-RUP-IN-CONFIRMED
                       MOVE   WK-RUP-CTY-DEATHS(WK-RUP-I)     TO
                              WK-RUP-IN-DEATHS
                       MOVE   WK-RUP-CTY-RECOVERED(WK-RUP-I)  TO
                              WK-RUP-IN-RECOVERED
                       PERFORM   COUNTRY-POST-RTN
               END-EVALUATE
           END-PERFORM
           .
      ******************************************************************
      * Country単位の集計テーブル合算処理
      * WK-RUP-IN-COUNTRY の既存エントリがあれば加算、無ければ追加する。
      * 日付により採用基準が異なる国は基準を MIXED と表示する
      ******************************************************************
       COUNTRY-POST-RTN.
           SET   WK-CTRY-IDX   TO   1
           SEARCH   WK-CTRY-ENTRY
               AT END
                   PERFORM   COUNTRY-ADD-RTN
               WHEN WK-CTRY-IDX > WK-CTRY-COUNT
                   PERFORM   COUNTRY-ADD-RTN
               WHEN WK-CTRY-NAME(WK-CTRY-IDX) = WK-RUP-IN-COUNTRY
                   ADD   WK-RUP-IN-CONFIRMED
                         TO  WK-CTRY-CONFIRMED(WK-CTRY-IDX)
                   ADD   WK-RUP-IN-DEATHS
                         TO  WK-CTRY-DEATHS(WK-CTRY-IDX)
                   ADD   WK-RUP-IN-RECOVERED
                         TO  WK-CTRY-RECOVERED(WK-CTRY-IDX)
                   IF WK-CTRY-BASIS(WK-CTRY-IDX) NOT = WK-CTRY-IN-BASIS
                       MOVE  "MIXED"  TO  WK-CTRY-BASIS(WK-CTRY-IDX)
                   END-IF
           END-SEARCH
           .
      ******************************************************************
      * 新規Countryをテーブルに追加する処理
      ******************************************************************
       COUNTRY-ADD-RTN.
           IF WK-CTRY-COUNT < WK-PRM-SUMMARY-MAX
               ADD   1   TO   WK-CTRY-COUNT
               SET   WK-CTRY-IDX   TO   WK-CTRY-COUNT
               MOVE  WK-RUP-IN-COUNTRY
                               TO   WK-CTRY-NAME(WK-CTRY-IDX)
               MOVE  WK-RUP-IN-CONFIRMED
                               TO   WK-CTRY-CONFIRMED(WK-CTRY-IDX)
               MOVE  WK-RUP-IN-DEATHS
                               TO   WK-CTRY-DEATHS(WK-CTRY-IDX)
               MOVE  WK-RUP-IN-RECOVERED
                               TO   WK-CTRY-RECOVERED(WK-CTRY-IDX)
               MOVE  WK-CTRY-IN-BASIS
                               TO   WK-CTRY-BASIS(WK-CTRY-IDX)
           ELSE
               DISPLAY "COUNTRY TABLE FULL - SKIPPED: "
                       FUNCTION TRIM(WK-RUP-IN-COUNTRY)
           END-IF
           .
      ******************************************************************
                   WK-RPT-HDR-INCID             DELIMITED BY SIZE
                   "  "                         DELIMITED BY SIZE
                   WK-RPT-HDR-DEATHRT           DELIMITED BY SIZE
                   "  "                         DELIMITED BY SIZE
                   WK-RPT-HDR-BASIS             DELIMITED BY SIZE
                  INTO FDZZ9C5-OUT-REC
           END-STRING
           WRITE   FDZZ9C5-OUT-REC
                       WK-RPT-INCID-X               DELIMITED BY SIZE
                       "  "                         DELIMITED BY SIZE
                       WK-RPT-DEATH-X               DELIMITED BY SIZE
                       "  "                         DELIMITED BY SIZE
                       WK-CTRY-BASIS(WK-CTRY-IDX)   DELIMITED BY SIZE
                      INTO FDZZ9C5-OUT-REC
               END-STRING

               WRITE   FDZZ9C5-OUT-REC
               ADD     1   TO   WK-CNT-FDZZ9C5
           END-PERFORM

      *    ロールアップ差異でサスペンド指定となり集計対象外とした国
           PERFORM  VARYING  WK-RUP-I  FROM  1  BY  1
                    UNTIL  WK-RUP-I  >  WK-RUP-COUNT
               IF WK-RUP-BASIS(WK-RUP-I) = "S"
                   MOVE    SPACES   TO   WK-RPT-SUS-LINE
                   STRING  "SUSPENDED (ROLL-UP VARIANCE): "
                                                   DELIMITED BY SIZE
                           WK-RUP-DATE(WK-RUP-I)   DELIMITED BY SIZE
                           " "                     DELIMITED BY SIZE
                           FUNCTION TRIM(WK-RUP-COUNTRY(WK-RUP-I))
                                                   DELIMITED BY SIZE
                          INTO WK-RPT-SUS-LINE
                   END-STRING
                   MOVE    WK-RPT-SUS-LINE   TO   FDZZ9C5-OUT-REC
                   WRITE   FDZZ9C5-OUT-REC
               END-IF
           END-PERFORM
           .
      ******************************************************************
      * 10万人当たり罹患率・死亡率 算出処理(WK-CTRY-IDX のエントリ)
           PERFORM   REPORT-WRITE-RTN

           CLOSE   FDZZ9C0 FDZZ9C5 FDZZPOP
           IF WK-ALS-AVAILABLE = "Y"
               CLOSE   FDZZALS
           END-IF

           DISPLAY "FDZZ9C0: "  WK-CNT-FDZZ9C0 "件(読込)"
           DISPLAY "COUNTRIES SUMMARIZED: " WK-CTRY-COUNT
           DISPLAY "NON-NUMERIC SKIPPED: "  WK-CNT-NUMERR "件"
           DISPLAY "ACTION=DELETE SKIPPED: "  WK-CNT-ACTSKIP "件"
           DISPLAY "TRAILER SKIPPED: "  WK-CNT-TRLSKIP "件"
           DISPLAY "COUNTRY ALIASED: "  WK-CNT-ALS-HIT "件"
           DISPLAY "ROLL-UP CHECKED: "  WK-CNT-RUP-BOTH "件"
                   " (VARIANCE: " WK-CNT-RUP-VAR
                   " SUSPENDED: " WK-CNT-RUP-SUSP
                   " NOT CHECKED: " WK-CNT-RUP-NOCHK ")"
           DISPLAY "FDZZ9C5: "  WK-CNT-FDZZ9C5 "件(出力)"

           MOVE    WK-CNT-FDZZ9C0   TO   WK-RUN-L-READ
           MOVE    ZERO    TO RETURN-CODE
           DISPLAY "END: CZZ1233"
           .
      *    国名エイリアス(正規国名変換)処理(CZZ1230と共通)
           COPY  CZZALS03.
      *    Date 正規化処理(CZZ1230と共通)
           COPY  CZZDTN02.
      *    Province合計⇔国レベル行 ロールアップ突合処理(CZZ1230と共通)
           COPY  CZZRUP03.
      *    実行管理(ランログ)記録処理(CZZ1230/1231/1232と共通)
           COPY  CZZRUN03.
      *    実行時パラメタ読み込み処理(CZZ1230/1231/1232と共通)
